   360*                  FIRST TAXRECON OF THE NEW YEAR BALANCES  *
   370*                  INSTEAD OF FLAGGING THE CLOSE AS AN      *
   380*                  OUT-OF-BALANCE TO EXPLAIN AWAY.          *
   390* 2026-10-15 DP    STATEMENT SHOWS THE YEAR'S PRE-TAX        *
   400*                  DEDUCTIONS AND TAXABLE INCOME UNDER THE  *
   410*                  GROSS. BOTH ARE ARCHIVED TO TAXANNL AND  *
   420*                  ZEROED ON THE MASTER WITH THE PER-CODE   *
   430*                  DEDUCTION YTD AMOUNTS, SO THE DEDREF     *
   440*                  ANNUAL LIMITS START AFRESH EACH YEAR.    *
   450* 2026-10-15 DP    STATE WITHHOLDING - THE STATEMENT SHOWS   *
   460*                  FEDERAL AND STATE TAX WITHHELD AND THE    *
   470*                  WORK STATE; THE YTD STATE TAX IS ARCHIVED *
   480*                  TO TAXANNL, ZEROED ON THE MASTER, TOTALLED *
   490*                  ON THE TRAILER AND TAKEN OUT OF THE TAXBAL *
   500*                  STATE FIGURE WITH THE FEDERAL ONES.       *
   510* 2026-10-15 DP    THE TAXANNL ROW ALSO KEEPS THE CLOSING     *
   520*                  INCOME, TAXABLE INCOME AND TAX AS THE      *
   530*                  ORIGINAL FIGURES, WITH NO CORRECTIONS YET, *
   540*                  FOR TAXCORR PRIOR-YEAR CORRECTIONS TO      *
   550*                  SHOW BESIDE THE CORRECTED ONES.            *
   560* 2026-10-15 DP    THE TAX YEAR NOW COMES FROM THE BUSDATE    *
   570*                  BUSINESS-DATE CONTROL FILE READ AT         *
   580*                  STARTUP. THE PROMPT REMAINS ONLY AS AN     *
   590*                  EXPLICIT OVERRIDE (E.G. CLOSING THE OLD    *
   600*                  YEAR AFTER DATEADV HAS ROLLED INTO THE     *
   610*                  NEW ONE), LOGGED ON THE RUNLOG ROW WITH    *
   620*                  THE KEYED YEAR.                            *
   630*-----------------------------------------------------------*
   640 ENVIRONMENT DIVISION.
   650 INPUT-OUTPUT SECTION.
   660 FILE-CONTROL.
   670     SELECT TAX-MASTER ASSIGN TO "TAXMASTR"
   680         ORGANIZATION IS INDEXED
   690         ACCESS MODE IS SEQUENTIAL
   700         RECORD KEY IS EM-EMPLOYEE-ID
   710         FILE STATUS IS WS-TAX-MASTER-STATUS.
   720*
   730     SELECT ANNUAL-HISTORY ASSIGN TO "TAXANNL"
   740         ORGANIZATION IS INDEXED
   750         ACCESS MODE IS RANDOM
   760         RECORD KEY IS AH-KEY
   770         FILE STATUS IS WS-ANNUAL-STATUS.
   780*
   790     SELECT STATEMENT-FILE ASSIGN TO "ANNSTMT"
   800         ORGANIZATION IS LINE SEQUENTIAL
   810         ACCESS MODE IS SEQUENTIAL
   820         FILE STATUS IS WS-STATEMENT-STATUS.
   830*
   840     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   850         ORGANIZATION IS LINE SEQUENTIAL
   860         ACCESS MODE IS SEQUENTIAL
   870         FILE STATUS IS WS-RUNLOG-STATUS.
   880*
   890     SELECT OPTIONAL BALANCE-FILE ASSIGN TO "TAXBAL"
   900         ORGANIZATION IS LINE SEQUENTIAL
   910         ACCESS MODE IS SEQUENTIAL
   920         FILE STATUS IS WS-BALANCE-STATUS.
   930*
   940     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
   950         ORGANIZATION IS LINE SEQUENTIAL
   960         ACCESS MODE IS SEQUENTIAL
   970         FILE STATUS IS WS-BUSDATE-STATUS.
   980*
   990 DATA DIVISION.
  1000 FILE SECTION.
  1010 FD  TAX-MASTER.
  1020 01  TAX-MASTER-RECORD.
  1030     COPY TAXMREC.
  1040*
  1050 FD  ANNUAL-HISTORY.
  1060 01  ANNUAL-HISTORY-RECORD.
  1070     COPY TAXAREC.
  1080*
  1090 FD  STATEMENT-FILE.
  1100 01  STATEMENT-LINE         PIC X(70).
  1110*
  1120 FD  RUN-LOG-FILE.
  1130 01  RUN-LOG-RECORD.
  1140     COPY RUNLOGREC.
  1150*
  1160 FD  BALANCE-FILE.
  1170 01  BALANCE-RECORD.
  1180     05  BL-YTD-INCOME      PIC 9(11).
  1190     05  FILLER             PIC X(1).
  1200     05  BL-YTD-TAX         PIC 9(11)V99.
  1210     05  FILLER             PIC X(1).
  1220     05  BL-BALANCE-DATE    PIC X(8).
  1230     05  FILLER             PIC X(1).
  1240     05  BL-STATE-TAX-AREA.
  1250         10  BL-YTD-STATE-TAX   PIC 9(11)V99.
  1260*
  1270 FD  BUS-DATE-FILE.
  1280 01  BUS-DATE-RECORD.
  1290     COPY BUSDREC.
  1300*
  1310 WORKING-STORAGE SECTION.
  1320*
  1330 01  WS-TAX-MASTER-STATUS    PIC X(2) VALUE SPACES.
  1340 01  WS-ANNUAL-STATUS        PIC X(2) VALUE SPACES.
  1350 01  WS-STATEMENT-STATUS     PIC X(2) VALUE SPACES.
  1360 01  END-OF-FILE             PIC X(3) VALUE 'NO'.
  1370*
  1380 01  WS-TAX-YEAR             PIC X(4) VALUE SPACES.
  1390*
  1400*-----------------------------------------------------------*
  1410* BUSINESS DATE - THE TAX YEAR BEING CLOSED IS TAKEN FROM   *
  1420* THE BUSDATE CONTROL ROW READ BY 020-READ-BUSINESS-DATE.   *
  1430* WS-BUSDATE-OVERRIDE (PROMPTED, DEFAULT N) LETS THE        *
  1440* OPERATOR KEY A DIFFERENT YEAR; THE FLAG AND THE KEYED     *
  1450* YEAR GO ON THE RUNLOG ROW.                                *
  1460*-----------------------------------------------------------*
  1470 01  WS-BUSDATE-STATUS       PIC X(2) VALUE SPACES.
  1480 01  WS-BUSDATE-OVERRIDE     PIC X(1) VALUE 'N'.
  1490 01  WS-OVERRIDE-VALUE       PIC X(8) VALUE SPACES.
  1500*
  1510*-----------------------------------------------------------*
  1520* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1530* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1540* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1550*-----------------------------------------------------------*
  1560 01  WS-RUNLOG-STATUS        PIC X(2) VALUE SPACES.
  1570 01  WS-RUN-START-DATE       PIC X(8) VALUE SPACES.
  1580 01  WS-RUN-START-TIME       PIC X(8) VALUE SPACES.
  1590 01  WS-RUN-END-DATE         PIC X(8) VALUE SPACES.
  1600 01  WS-RUN-END-TIME         PIC X(8) VALUE SPACES.
  1610*
  1620*-----------------------------------------------------------*
  1630* CONTROL TOTALS - ACCUMULATED ACROSS THE RUN AND PRINTED   *
  1640* BY 300-PRINT-TOTALS AS THE ANNSTMT TRAILER SO THE CLOSE   *
  1650* CAN BE BALANCED AGAINST THE LAST RECONCILIATION.          *
  1660*-----------------------------------------------------------*
  1670 01  WS-READ-COUNT           PIC 9(5) VALUE ZEROES.
  1680 01  WS-ARCHIVED-COUNT       PIC 9(5) VALUE ZEROES.
  1690 01  WS-REPLACED-COUNT       PIC 9(5) VALUE ZEROES.
  1700 01  WS-SKIPPED-COUNT        PIC 9(5) VALUE ZEROES.
  1710 01  WS-CLOSED-COUNT         PIC 9(5) VALUE ZEROES.
  1720 01  WS-ALREADY-CLOSED       PIC X(3) VALUE 'NO'.
  1730 01  WS-SKIPPED-DISP         PIC ZZZZ9.
  1740 01  WS-CLOSED-DISP          PIC ZZZZ9.
  1750*
  1760*-----------------------------------------------------------*
  1770* EXPECTED-BALANCE CARRY - 310-UPDATE-BALANCE-FILE TAKES    *
  1780* WHAT THIS RUN ZEROED OFF THE MASTER BACK OUT OF THE       *
  1790* TAXBAL FILE THE TAXRECON BALANCING STEP COMPARES THE      *
  1800* MASTER AGAINST, MIRRORING HOW THE POSTING RUN ADDS WHAT   *
  1810* IT POSTS. DONE ON A CLEAN END AND ON AN ABEND, SO TAXBAL  *
  1820* FOLLOWS THE MASTER EVEN WHEN A CLOSE DIES PARTWAY AND IS  *
  1830* COMPLETED BY A RERUN. NO TAXBAL YET MEANS NO              *
  1840* RECONCILIATION BASELINE HAS BEEN TAKEN - NOTHING TO       *
  1850* ADVANCE.                                                   *
  1860*-----------------------------------------------------------*
  1870 01  WS-BALANCE-STATUS       PIC X(2) VALUE SPACES.
  1880 01  WS-BALANCE-POSTED       PIC X(3) VALUE 'NO'.
  1890 01  WS-BAL-ON-FILE          PIC X(3) VALUE 'NO'.
  1900 01  WS-HELD-YTD-INCOME      PIC 9(11) VALUE ZEROES.
  1910 01  WS-HELD-YTD-TAX         PIC 9(11)V99 VALUE ZEROES.
  1920 01  WS-HELD-YTD-STATE-TAX   PIC 9(11)V99 VALUE ZEROES.
  1930 01  WS-HELD-BALANCE-DATE    PIC X(8) VALUE SPACES.
  1940 01  WS-TOTAL-YTD-INCOME     PIC 9(11) VALUE ZEROES.
  1950 01  WS-TOTAL-YTD-TAX        PIC 9(11)V99 VALUE ZEROES.
  1960 01  WS-TOTAL-YTD-STATE-TAX  PIC 9(11)V99 VALUE ZEROES.
  1970 01  WS-READ-COUNT-DISP      PIC ZZZZ9.
  1980 01  WS-REPLACED-DISP        PIC ZZZZ9.
  1990 01  WS-TOTAL-INCOME-DISP    PIC ZZZZZZZZZZ9.
  2000 01  WS-TOTAL-TAX-DISP       PIC ZZZZZZZZZZ9.99.
  2010 01  WS-TOTAL-STATE-DISP     PIC ZZZZZZZZZZ9.99.
  2020*
  2030 01  WS-YTD-INCOME-DISP      PIC ZZZZZZZZ9.
  2040 01  WS-YTD-PRETAX-DISP      PIC ZZZZZZZZ9.
  2050 01  WS-YTD-TAXABLE-DISP     PIC ZZZZZZZZ9.
  2060 01  WS-DED-SUB              PIC 9(1) VALUE ZERO.
  2070 01  WS-YTD-TAX-DISP         PIC ZZZZZZZZ9.99.
  2080 01  WS-YTD-STATE-TAX-DISP   PIC ZZZZZZZZ9.99.
  2090*
  2100 PROCEDURE DIVISION.
  2110*
  2120*-----------------------------------------------------------*
  2130* 000-MAIN-PROCEDURE                                        *
  2140*-----------------------------------------------------------*
  2150 000-MAIN-PROCEDURE.
  2160     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  2170     ACCEPT WS-RUN-START-TIME FROM TIME.
  2180     PERFORM 020-READ-BUSINESS-DATE.
  2190     PERFORM 040-ACCEPT-TAX-YEAR.
  2200     PERFORM 050-INITIALIZE.
  2210     PERFORM 200-CLOSE-ONE-EMPLOYEE UNTIL END-OF-FILE = 'YES'.
  2220     PERFORM 300-PRINT-TOTALS.
  2230     PERFORM 310-UPDATE-BALANCE-FILE.
  2240     PERFORM 900-TERMINATE.
  2250     STOP RUN.
  2260*
  2270*-----------------------------------------------------------*
  2280* 020-READ-BUSINESS-DATE                                     *
  2290*                                                            *
  2300* READS THE ONE-ROW BUSDATE CONTROL FILE THE END-OF-DAY      *
  2310* DATEADV JOB MAINTAINS. A MISSING OR EMPTY FILE IS A REAL   *
  2320* ERROR - THERE IS NO SAFE DEFAULT FOR THE YEAR.             *
  2330*-----------------------------------------------------------*
  2340 020-READ-BUSINESS-DATE.
  2350     OPEN INPUT BUS-DATE-FILE.
  2360     IF WS-BUSDATE-STATUS NOT = '00'
  2370         DISPLAY 'UNABLE TO OPEN BUSDATE - FILE STATUS '
  2380             WS-BUSDATE-STATUS
  2390         PERFORM 950-ABEND-RUN
  2400     END-IF.
  2410     READ BUS-DATE-FILE
  2420         AT END
  2430             DISPLAY 'BUSDATE HOLDS NO CONTROL ROW'
  2440             PERFORM 950-ABEND-RUN
  2450     END-READ.
  2460     IF WS-BUSDATE-STATUS NOT = '00'
  2470         DISPLAY 'ERROR READING BUSDATE - FILE STATUS '
  2480             WS-BUSDATE-STATUS
  2490         PERFORM 950-ABEND-RUN
  2500     END-IF.
  2510     CLOSE BUS-DATE-FILE.
  2520*
  2530*-----------------------------------------------------------*
  2540* 040-ACCEPT-TAX-YEAR                                       *
  2550*                                                            *
  2560* THE YEAR BEING CLOSED, E.G. 2026 - THE BUSDATE TAX YEAR   *
  2570* UNLESS THE OPERATOR OVERRIDES IT. IT IS THE SECOND HALF   *
  2580* OF THE TAXANNL HISTORY KEY, SO A BLANK OR NON-NUMERIC     *
  2590* YEAR WOULD PILE EVERY CLOSE ON THE SAME ROWS - REFUSED    *
  2600* UP FRONT.                                                  *
  2610*-----------------------------------------------------------*
  2620 040-ACCEPT-TAX-YEAR.
  2630     MOVE BD-TAX-YEAR TO WS-TAX-YEAR.
  2640     DISPLAY 'TAX YEAR FROM BUSDATE: ' WS-TAX-YEAR.
  2650     DISPLAY 'OVERRIDE THE TAX YEAR (Y/N)? '.
  2660     ACCEPT WS-BUSDATE-OVERRIDE.
  2670     IF WS-BUSDATE-OVERRIDE NOT = 'Y'
  2680         MOVE 'N' TO WS-BUSDATE-OVERRIDE
  2690     END-IF.
  2700     IF WS-BUSDATE-OVERRIDE = 'Y'
  2710         DISPLAY 'ENTER TAX YEAR BEING CLOSED (YYYY): '
  2720         ACCEPT WS-TAX-YEAR
  2730         MOVE WS-TAX-YEAR TO WS-OVERRIDE-VALUE
  2740     END-IF.
  2750     IF WS-TAX-YEAR IS NOT NUMERIC
  2760         DISPLAY 'TAX YEAR MUST BE YYYY - GOT ' WS-TAX-YEAR
  2770         PERFORM 950-ABEND-RUN
  2780     END-IF.
  2790*
  2800*-----------------------------------------------------------*
  2810* 050-INITIALIZE                                             *
  2820*                                                            *
  2830* OPENS THE MASTER FOR THE UPDATE PASS AND THE ANNUAL       *
  2840* HISTORY FOR UPDATE. A MISSING TAXMASTR IS A REAL ERROR -  *
  2850* THERE IS NOTHING TO CLOSE. FILE STATUS 35 ON TAXANNL      *
  2860* MEANS THIS IS THE FIRST YEAR EVER CLOSED, SO THE FILE IS  *
  2870* BUILT EMPTY AND REOPENED.                                  *
  2880*-----------------------------------------------------------*
  2890 050-INITIALIZE.
  2900     OPEN I-O TAX-MASTER.
  2910     IF WS-TAX-MASTER-STATUS NOT = '00'
  2920         DISPLAY 'UNABLE TO OPEN TAXMASTR - FILE STATUS '
  2930             WS-TAX-MASTER-STATUS
  2940         PERFORM 950-ABEND-RUN
  2950     END-IF.
  2960     OPEN I-O ANNUAL-HISTORY.
  2970     IF WS-ANNUAL-STATUS = '35'
  2980         OPEN OUTPUT ANNUAL-HISTORY
  2990         CLOSE ANNUAL-HISTORY
  3000         OPEN I-O ANNUAL-HISTORY
  3010     END-IF.
  3020     IF WS-ANNUAL-STATUS NOT = '00'
  3030         DISPLAY 'UNABLE TO OPEN TAXANNL - FILE STATUS '
  3040             WS-ANNUAL-STATUS
  3050         PERFORM 950-ABEND-RUN
  3060     END-IF.
  3070     OPEN OUTPUT STATEMENT-FILE.
  3080     IF WS-STATEMENT-STATUS NOT = '00'
  3090         DISPLAY 'UNABLE TO OPEN ANNSTMT - FILE STATUS '
  3100             WS-STATEMENT-STATUS
  3110         PERFORM 950-ABEND-RUN
  3120     END-IF.
  3130     PERFORM 110-READ-MASTER-RECORD.
  3140*
  3150*-----------------------------------------------------------*
  3160* 110-READ-MASTER-RECORD                                    *
  3170*-----------------------------------------------------------*
  3180 110-READ-MASTER-RECORD.
  3190     READ TAX-MASTER
  3200         AT END
  3210             MOVE 'YES' TO END-OF-FILE
  3220     END-READ.
  3230     IF END-OF-FILE NOT = 'YES'
  3240         AND WS-TAX-MASTER-STATUS NOT = '00'
  3250         DISPLAY 'ERROR READING TAXMASTR - FILE STATUS '
  3260             WS-TAX-MASTER-STATUS
  3270         PERFORM 950-ABEND-RUN
  3280     END-IF.
  3290*
  3300*-----------------------------------------------------------*
  3310* 200-CLOSE-ONE-EMPLOYEE                                     *
  3320*                                                            *
  3330* PRINTS THE EMPLOYEE'S ANNUAL STATEMENT, ARCHIVES THE      *
  3340* CLOSING FIGURES TO TAXANNL AND ZEROES THE YTD FIELDS ON   *
  3350* THE MASTER. THE ORDER MATTERS - THE STATEMENT AND THE     *
  3360* ARCHIVE ROW ARE TAKEN BEFORE THE MASTER IS TOUCHED. AN    *
  3370* EMPLOYEE AN EARLIER ABENDED RUN ALREADY CLOSED FOR THIS   *
  3380* YEAR IS SKIPPED - REPEATING THE CLOSE WOULD OVERWRITE     *
  3390* THE ARCHIVED FIGURES WITH THE ZEROS THE RESET LEFT.       *
  3400*-----------------------------------------------------------*
  3410 200-CLOSE-ONE-EMPLOYEE.
  3420     ADD 1 TO WS-READ-COUNT.
  3430     PERFORM 205-CHECK-ALREADY-CLOSED.
  3440     IF WS-ALREADY-CLOSED = 'YES'
  3450         ADD 1 TO WS-SKIPPED-COUNT
  3460     ELSE
  3470         ADD 1 TO WS-CLOSED-COUNT
  3480         ADD EM-YTD-INCOME TO WS-TOTAL-YTD-INCOME
  3490         ADD EM-YTD-TAX    TO WS-TOTAL-YTD-TAX
  3500         ADD EM-YTD-STATE-TAX TO WS-TOTAL-YTD-STATE-TAX
  3510         PERFORM 210-WRITE-ANNUAL-STATEMENT
  3520         PERFORM 230-ARCHIVE-ANNUAL-ROW
  3530         PERFORM 250-RESET-MASTER-YTD
  3540     END-IF.
  3550     PERFORM 110-READ-MASTER-RECORD.
  3560*
  3570*-----------------------------------------------------------*
  3580* 205-CHECK-ALREADY-CLOSED                                   *
  3590*                                                            *
  3600* A ROW WITH ZERO YTD FIGURES AND A TAXANNL ROW ALREADY ON  *
  3610* FILE FOR THIS YEAR WAS CLOSED BY AN EARLIER RUN. ZERO     *
  3620* YTD ALONE IS NOT ENOUGH - AN EMPLOYEE WITH NO INCOME ALL  *
  3630* YEAR HAS ZERO YTD AND STILL DESERVES A FIRST CLOSE.       *
  3640*-----------------------------------------------------------*
  3650 205-CHECK-ALREADY-CLOSED.
  3660     MOVE 'NO' TO WS-ALREADY-CLOSED.
  3670     IF EM-YTD-INCOME = ZEROES
  3680         AND EM-YTD-TAX = ZEROES
  3690         AND EM-YTD-STATE-TAX = ZEROES
  3700         MOVE EM-EMPLOYEE-ID TO AH-EMPLOYEE-ID
  3710         MOVE WS-TAX-YEAR    TO AH-TAX-YEAR
  3720         READ ANNUAL-HISTORY
  3730             INVALID KEY
  3740                 CONTINUE
  3750             NOT INVALID KEY
  3760                 MOVE 'YES' TO WS-ALREADY-CLOSED
  3770         END-READ
  3780     END-IF.
  3790*
  3800*-----------------------------------------------------------*
  3810* 210-WRITE-ANNUAL-STATEMENT                                 *
  3820*                                                            *
  3830* WRITES THE EMPLOYEE'S FORMATTED ANNUAL WITHHOLDING        *
  3840* STATEMENT BLOCK TO ANNSTMT - THE SAME SHAPE AS THE        *
  3850* PER-RUN TAXSTMT STATEMENT BUT CARRYING THE WHOLE YEAR'S   *
  3860* GROSS INCOME, PRE-TAX DEDUCTIONS, TAXABLE INCOME, AND THE  *
  3870* FEDERAL AND STATE TAX FROM THE MASTER.                     *
  3880*-----------------------------------------------------------*
  3890 210-WRITE-ANNUAL-STATEMENT.
  3900     MOVE SPACES TO STATEMENT-LINE
  3910     WRITE STATEMENT-LINE FROM
  3920         '====================================================='
  3930     MOVE SPACES TO STATEMENT-LINE
  3940     STRING 'ANNUAL WITHHOLDING STATEMENT - TAX YEAR '
  3950                              DELIMITED BY SIZE
  3960             WS-TAX-YEAR      DELIMITED BY SIZE
  3970         INTO STATEMENT-LINE
  3980     END-STRING
  3990     WRITE STATEMENT-LINE
  4000     MOVE SPACES TO STATEMENT-LINE
  4010     STRING 'EMPLOYEE: '      DELIMITED BY SIZE
  4020             EM-EMPLOYEE-ID   DELIMITED BY SIZE
  4030             '        FILING STATUS: ' DELIMITED BY SIZE
  4040             EM-FILING-STATUS DELIMITED BY SIZE
  4050         INTO STATEMENT-LINE
  4060     END-STRING
  4070     WRITE STATEMENT-LINE
  4080     MOVE EM-YTD-INCOME TO WS-YTD-INCOME-DISP
  4090     MOVE SPACES TO STATEMENT-LINE
  4100     STRING 'TOTAL INCOME REPORTED:  ' DELIMITED BY SIZE
  4110             WS-YTD-INCOME-DISP        DELIMITED BY SIZE
  4120         INTO STATEMENT-LINE
  4130     END-STRING
  4140     WRITE STATEMENT-LINE
  4150     MOVE EM-YTD-PRETAX-DED TO WS-YTD-PRETAX-DISP
  4160     MOVE SPACES TO STATEMENT-LINE
  4170     STRING 'PRE-TAX DEDUCTIONS:     ' DELIMITED BY SIZE
  4180             WS-YTD-PRETAX-DISP        DELIMITED BY SIZE
  4190         INTO STATEMENT-LINE
  4200     END-STRING
  4210     WRITE STATEMENT-LINE
  4220     MOVE EM-YTD-TAXABLE TO WS-YTD-TAXABLE-DISP
  4230     MOVE SPACES TO STATEMENT-LINE
  4240     STRING 'TAXABLE INCOME:         ' DELIMITED BY SIZE
  4250             WS-YTD-TAXABLE-DISP       DELIMITED BY SIZE
  4260         INTO STATEMENT-LINE
  4270     END-STRING
  4280     WRITE STATEMENT-LINE
  4290     MOVE EM-YTD-TAX TO WS-YTD-TAX-DISP
  4300     MOVE SPACES TO STATEMENT-LINE
  4310     STRING 'FEDERAL TAX WITHHELD:   ' DELIMITED BY SIZE
  4320             WS-YTD-TAX-DISP           DELIMITED BY SIZE
  4330         INTO STATEMENT-LINE
  4340     END-STRING
  4350     WRITE STATEMENT-LINE
  4360     MOVE EM-YTD-STATE-TAX TO WS-YTD-STATE-TAX-DISP
  4370     MOVE SPACES TO STATEMENT-LINE
  4380     STRING 'STATE TAX WITHHELD:     ' DELIMITED BY SIZE
  4390             WS-YTD-STATE-TAX-DISP     DELIMITED BY SIZE
  4400             '  STATE: '               DELIMITED BY SIZE
  4410             EM-WORK-STATE             DELIMITED BY SIZE
  4420         INTO STATEMENT-LINE
  4430     END-STRING
  4440     WRITE STATEMENT-LINE
  4450     MOVE SPACES TO STATEMENT-LINE
  4460     WRITE STATEMENT-LINE.
  4470*
  4480*-----------------------------------------------------------*
  4490* 230-ARCHIVE-ANNUAL-ROW                                     *
  4500*                                                            *
  4510* WRITES THE EMPLOYEE'S CLOSING FIGURES TO TAXANNL. FILE    *
  4520* STATUS 22 MEANS THIS YEAR WAS ALREADY CLOSED FOR THIS     *
  4530* EMPLOYEE - A RERUN - SO THE ROW IS REPLACED RATHER THAN   *
  4540* REJECTED. THE CLOSING FIGURES ARE ALSO STAMPED AS THE     *
  4550* ORIGINAL FIGURES THAT TAXCORR CORRECTIONS ARE SHOWN       *
  4560* AGAINST.                                                   *
  4570*-----------------------------------------------------------*
  4580 230-ARCHIVE-ANNUAL-ROW.
  4590     MOVE EM-EMPLOYEE-ID   TO AH-EMPLOYEE-ID.
  4600     MOVE WS-TAX-YEAR      TO AH-TAX-YEAR.
  4610     MOVE EM-FILING-STATUS TO AH-FILING-STATUS.
  4620     MOVE EM-YTD-INCOME    TO AH-YTD-INCOME.
  4630     MOVE EM-YTD-TAX       TO AH-YTD-TAX.
  4640     MOVE EM-YTD-PRETAX-DED TO AH-YTD-PRETAX-DED.
  4650     MOVE EM-YTD-TAXABLE   TO AH-YTD-TAXABLE.
  4660     MOVE EM-WORK-STATE    TO AH-WORK-STATE.
  4670     MOVE EM-YTD-STATE-TAX TO AH-YTD-STATE-TAX.
  4680     MOVE ZEROES           TO AH-CORRECTION-COUNT.
  4690     MOVE SPACES           TO AH-LAST-CORRECTED.
  4700     MOVE EM-YTD-INCOME    TO AH-ORIGINAL-INCOME.
  4710     MOVE EM-YTD-TAXABLE   TO AH-ORIGINAL-TAXABLE.
  4720     MOVE EM-YTD-TAX       TO AH-ORIGINAL-TAX.
  4730     MOVE EM-YTD-STATE-TAX TO AH-ORIGINAL-STATE-TAX.
  4740     WRITE ANNUAL-HISTORY-RECORD.
  4750     EVALUATE WS-ANNUAL-STATUS
  4760         WHEN '00'
  4770             ADD 1 TO WS-ARCHIVED-COUNT
  4780         WHEN '22'
  4790             REWRITE ANNUAL-HISTORY-RECORD
  4800             IF WS-ANNUAL-STATUS NOT = '00'
  4810                 DISPLAY 'UNABLE TO REWRITE TAXANNL - FILE '
  4820                     'STATUS ' WS-ANNUAL-STATUS
  4830                 PERFORM 950-ABEND-RUN
  4840             END-IF
  4850             ADD 1 TO WS-REPLACED-COUNT
  4860         WHEN OTHER
  4870             DISPLAY 'UNABLE TO WRITE TAXANNL - FILE STATUS '
  4880                 WS-ANNUAL-STATUS
  4890             PERFORM 950-ABEND-RUN
  4900     END-EVALUATE.
  4910*
  4920*-----------------------------------------------------------*
  4930* 250-RESET-MASTER-YTD                                       *
  4940*                                                            *
  4950* ZEROES THE YEAR-TO-DATE FIELDS SO THE FIRST RUN OF THE    *
  4960* NEW YEAR STARTS CLEAN. THE PERIOD FIELDS ARE LEFT AS THE  *
  4970* LAST RUN POSTED THEM - THEY DESCRIBE A RUN, NOT A YEAR.   *
  4980* THE DEDUCTION SLOTS KEEP THEIR CODES; ONLY THE YTD GOES.  *
  4990*-----------------------------------------------------------*
  5000 250-RESET-MASTER-YTD.
  5010     MOVE ZEROES TO EM-YTD-INCOME.
  5020     MOVE ZEROES TO EM-YTD-TAX.
  5030     MOVE ZEROES TO EM-YTD-PRETAX-DED.
  5040     MOVE ZEROES TO EM-YTD-TAXABLE.
  5050     MOVE ZEROES TO EM-YTD-STATE-TAX.
  5060     PERFORM 255-RESET-ONE-DED-YTD
  5070         VARYING WS-DED-SUB FROM 1 BY 1
  5080         UNTIL WS-DED-SUB > 5.
  5090     REWRITE TAX-MASTER-RECORD.
  5100     IF WS-TAX-MASTER-STATUS NOT = '00'
  5110         DISPLAY 'UNABLE TO REWRITE TAXMASTR - FILE STATUS '
  5120             WS-TAX-MASTER-STATUS
  5130         PERFORM 950-ABEND-RUN
  5140     END-IF.
  5150*
  5160*-----------------------------------------------------------*
  5170* 255-RESET-ONE-DED-YTD                                      *
  5180*-----------------------------------------------------------*
  5190 255-RESET-ONE-DED-YTD.
  5200     MOVE ZEROES TO EM-DED-YTD (WS-DED-SUB).
  5210*
  5220*-----------------------------------------------------------*
  5230* 300-PRINT-TOTALS                                           *
  5240*                                                            *
  5250* WRITES A CONTROL-TOTAL TRAILER TO ANNSTMT - EMPLOYEES     *
  5260* CLOSED AND THE YEAR'S TOTAL INCOME AND TAX - SO THE CLOSE *
  5270* CAN BE BALANCED AGAINST THE LAST RECONCILIATION.           *
  5280*-----------------------------------------------------------*
  5290 300-PRINT-TOTALS.
  5300     MOVE WS-CLOSED-COUNT     TO WS-CLOSED-DISP
  5310     MOVE WS-REPLACED-COUNT   TO WS-REPLACED-DISP
  5320     MOVE WS-TOTAL-YTD-INCOME TO WS-TOTAL-INCOME-DISP
  5330     MOVE WS-TOTAL-YTD-TAX    TO WS-TOTAL-TAX-DISP
  5340     MOVE WS-TOTAL-YTD-STATE-TAX TO WS-TOTAL-STATE-DISP
  5350     MOVE SPACES TO STATEMENT-LINE
  5360     WRITE STATEMENT-LINE FROM
  5370         '-------------------------------------------------'
  5380     MOVE SPACES TO STATEMENT-LINE
  5390     STRING 'EMPLOYEES CLOSED: '  DELIMITED BY SIZE
  5400             WS-CLOSED-DISP       DELIMITED BY SIZE
  5410             '  YTD INCOME: '     DELIMITED BY SIZE
  5420             WS-TOTAL-INCOME-DISP DELIMITED BY SIZE
  5430             '  YTD TAX: '        DELIMITED BY SIZE
  5440             WS-TOTAL-TAX-DISP    DELIMITED BY SIZE
  5450         INTO STATEMENT-LINE
  5460     END-STRING
  5470     WRITE STATEMENT-LINE.
  5480     MOVE SPACES TO STATEMENT-LINE.
  5490     STRING 'YTD STATE TAX: '     DELIMITED BY SIZE
  5500             WS-TOTAL-STATE-DISP  DELIMITED BY SIZE
  5510         INTO STATEMENT-LINE
  5520     END-STRING.
  5530     WRITE STATEMENT-LINE.
  5540     IF WS-SKIPPED-COUNT > 0
  5550         MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISP
  5560         MOVE SPACES TO STATEMENT-LINE
  5570         STRING 'SKIPPED (ALREADY CLOSED): ' DELIMITED BY SIZE
  5580                 WS-SKIPPED-DISP             DELIMITED BY SIZE
  5590             INTO STATEMENT-LINE
  5600         END-STRING
  5610         WRITE STATEMENT-LINE
  5620     END-IF.
  5630*
  5640*-----------------------------------------------------------*
  5650* 310-UPDATE-BALANCE-FILE                                    *
  5660*                                                            *
  5670* SUBTRACTS WHAT THIS RUN ZEROED OFF THE MASTER FROM THE    *
  5680* TAXBAL EXPECTED-BALANCE FILE. CALLED ON A CLEAN END AND   *
  5690* FROM 950-ABEND-RUN (ONCE, GUARDED), SO TAXBAL FOLLOWS     *
  5700* THE MASTER EVEN WHEN A CLOSE DIES PARTWAY. EMPLOYEES      *
  5710* SKIPPED AS ALREADY CLOSED CONTRIBUTED NOTHING AND ARE     *
  5720* NOT IN THE TOTALS. NO TAXBAL YET MEANS THE                *
  5730* RECONCILIATION BASELINE HAS NEVER BEEN TAKEN - NOTHING    *
  5740* TO ADVANCE. A FAILURE HERE IS REPORTED, NEVER ABENDED -   *
  5750* THE CLOSE ITSELF ALREADY STANDS.                           *
  5760*-----------------------------------------------------------*
  5770 310-UPDATE-BALANCE-FILE.
  5780     IF WS-BALANCE-POSTED = 'NO'
  5790         AND WS-CLOSED-COUNT > 0
  5800         MOVE 'YES' TO WS-BALANCE-POSTED
  5810         MOVE 'NO' TO WS-BAL-ON-FILE
  5820         OPEN INPUT BALANCE-FILE
  5830         IF WS-BALANCE-STATUS = '00'
  5840             READ BALANCE-FILE
  5850                 AT END
  5860                     CONTINUE
  5870                 NOT AT END
  5880                     IF BL-YTD-INCOME IS NUMERIC
  5890                         AND BL-YTD-TAX IS NUMERIC
  5900                         AND (BL-YTD-STATE-TAX IS NUMERIC
  5910                           OR BL-STATE-TAX-AREA = SPACES)
  5920                         MOVE 'YES' TO WS-BAL-ON-FILE
  5930                         MOVE BL-YTD-INCOME
  5940                             TO WS-HELD-YTD-INCOME
  5950                         MOVE BL-YTD-TAX
  5960                             TO WS-HELD-YTD-TAX
  5970                         MOVE BL-BALANCE-DATE
  5980                             TO WS-HELD-BALANCE-DATE
  5990                         IF BL-STATE-TAX-AREA = SPACES
  6000                             MOVE ZEROES
  6010                                 TO WS-HELD-YTD-STATE-TAX
  6020                         ELSE
  6030                             MOVE BL-YTD-STATE-TAX
  6040                                 TO WS-HELD-YTD-STATE-TAX
  6050                         END-IF
  6060                     END-IF
  6070             END-READ
  6080             CLOSE BALANCE-FILE
  6090         END-IF
  6100         IF WS-BAL-ON-FILE = 'YES'
  6110             COMPUTE WS-HELD-YTD-INCOME = WS-HELD-YTD-INCOME
  6120                 - WS-TOTAL-YTD-INCOME
  6130             COMPUTE WS-HELD-YTD-TAX = WS-HELD-YTD-TAX
  6140                 - WS-TOTAL-YTD-TAX
  6150             COMPUTE WS-HELD-YTD-STATE-TAX =
  6160                 WS-HELD-YTD-STATE-TAX - WS-TOTAL-YTD-STATE-TAX
  6170             OPEN OUTPUT BALANCE-FILE
  6180             IF WS-BALANCE-STATUS NOT = '00'
  6190                 DISPLAY 'UNABLE TO REWRITE TAXBAL - FILE '
  6200                     'STATUS ' WS-BALANCE-STATUS
  6210             ELSE
  6220                 MOVE SPACES TO BALANCE-RECORD
  6230                 MOVE WS-HELD-YTD-INCOME TO BL-YTD-INCOME
  6240                 MOVE WS-HELD-YTD-TAX    TO BL-YTD-TAX
  6250                 MOVE WS-HELD-BALANCE-DATE
  6260                     TO BL-BALANCE-DATE
  6270                 MOVE WS-HELD-YTD-STATE-TAX
  6280                     TO BL-YTD-STATE-TAX
  6290                 WRITE BALANCE-RECORD
  6300                 IF WS-BALANCE-STATUS NOT = '00'
  6310                     DISPLAY 'UNABLE TO WRITE TAXBAL - FILE '
  6320                         'STATUS ' WS-BALANCE-STATUS
  6330                 END-IF
  6340                 CLOSE BALANCE-FILE
  6350             END-IF
  6360         END-IF
  6370     END-IF.
  6380*
  6390*-----------------------------------------------------------*
  6400* 900-TERMINATE                                              *
  6410*-----------------------------------------------------------*
  6420 900-TERMINATE.
  6430     CLOSE TAX-MASTER.
  6440     CLOSE ANNUAL-HISTORY.
  6450     CLOSE STATEMENT-FILE.
  6460     DISPLAY 'TAX YEAR CLOSED.......... ' WS-TAX-YEAR.
  6470     MOVE WS-READ-COUNT TO WS-READ-COUNT-DISP.
  6480     MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISP.
  6490     DISPLAY 'EMPLOYEES READ........... ' WS-READ-COUNT-DISP.
  6500     DISPLAY 'EMPLOYEES CLOSED......... ' WS-CLOSED-DISP.
  6510     DISPLAY 'SKIPPED (ALREADY CLOSED). ' WS-SKIPPED-DISP.
  6520     DISPLAY 'HISTORY ROWS REPLACED.... ' WS-REPLACED-DISP.
  6530     PERFORM 930-WRITE-RUN-LOG.
  6540*
  6550*-----------------------------------------------------------*
  6560* 930-WRITE-RUN-LOG                                          *
  6570*                                                            *
  6580* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  6590* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  6600* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  6610*-----------------------------------------------------------*
  6620 930-WRITE-RUN-LOG.
  6630     OPEN EXTEND RUN-LOG-FILE.
  6640     IF WS-RUNLOG-STATUS NOT = '00'
  6650         AND WS-RUNLOG-STATUS NOT = '05'
  6660         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  6670             WS-RUNLOG-STATUS
  6680     ELSE
  6690         MOVE SPACES TO RUN-LOG-RECORD
  6700         MOVE 'TAXYREND'          TO RL-PROGRAM-NAME
  6710         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  6720         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  6730         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  6740         ACCEPT WS-RUN-END-TIME FROM TIME
  6750         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  6760         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  6770         MOVE WS-READ-COUNT       TO RL-RECORDS-READ
  6780         MOVE WS-ARCHIVED-COUNT   TO RL-RECORDS-WRITTEN
  6790         MOVE ZEROES              TO RL-EXCEPTION-COUNT
  6800         MOVE WS-SKIPPED-COUNT    TO RL-DUPLICATE-COUNT
  6810         MOVE RETURN-CODE         TO RL-RETURN-CODE
  6820         MOVE WS-TAX-YEAR         TO RL-RUN-DETAIL
  6830         MOVE WS-BUSDATE-OVERRIDE TO RL-OVERRIDE-FLAG
  6840         MOVE WS-OVERRIDE-VALUE   TO RL-OVERRIDE-VALUE
  6850         WRITE RUN-LOG-RECORD
  6860         IF WS-RUNLOG-STATUS NOT = '00'
  6870             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  6880                 WS-RUNLOG-STATUS
  6890         END-IF
  6900         CLOSE RUN-LOG-FILE
  6910     END-IF.
  6920*
  6930*-----------------------------------------------------------*
  6940* 950-ABEND-RUN                                              *
  6950*-----------------------------------------------------------*
  6960 950-ABEND-RUN.
  6970     DISPLAY 'TAXYREND IS ABENDING - SEE THE FILE STATUS'.
  6980     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  6990     MOVE 16 TO RETURN-CODE.
  7000     PERFORM 310-UPDATE-BALANCE-FILE.
  7010     PERFORM 930-WRITE-RUN-LOG.
  7020     STOP RUN.
