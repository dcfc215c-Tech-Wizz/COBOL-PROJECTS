   450*                  ACCUMULATES ACROSS RUNS - THE           *
   460*                  HOUSEKEEPING JOB TRIMS IT BY RETENTION  *
   470*                  DATE LIKE THE RUN LOG.                  *
   480* 2026-10-15 DP    NEW TYPE P DEDUCTION RECORD - CARRIES A  *
   490*                  DEDUCTION CODE AFTER THE RECORD TYPE AND *
   500*                  THE AMOUNT IN THE INCOME FIELD. THE CODE *
   510*                  MUST BE ON THE NEW DEDREF DEDUCTION      *
   520*                  REFERENCE FILE, AND THE AMOUNT PLUS THE  *
   530*                  EMPLOYEE'S YTD FOR THE CODE ON TAXMASTR  *
   540*                  PLUS ANY EARLIER DEDUCTIONS FOR THE CODE *
   550*                  ON THIS FEED MUST NOT TAKE THE EMPLOYEE  *
   560*                  OVER THE CODE'S DEDREF ANNUAL LIMIT. A   *
   570*                  DEDUCTION CARRIES NO FILING STATUS AND   *
   580*                  AN EMPLOYEE MAY HAVE SEVERAL, SO TYPE P  *
   590*                  IS EXEMPT FROM THE STATUS AND DUPLICATE  *
   600*                  EDITS.                                   *
   610* 2026-10-15 DP    EMPREF NOW CARRIES A TERMINATION DATE,   *
   620*                  MAINTAINED BY EMPMAINT. THE RUN PROMPTS  *
   630*                  FOR THE TAX PERIOD DATE THE FEED IS FOR  *
   640*                  AND A DETAIL OR DEDUCTION RECORD FOR AN  *
   650*                  EMPLOYEE TERMINATED BEFORE THAT DATE IS  *
   660*                  REJECTED. TYPE A AND R ADJUSTMENTS STILL *
   670*                  PASS - THEY CORRECT PAY ALREADY REPORTED *
   680*                  WHILE THE EMPLOYEE WAS ACTIVE. THE       *
   690*                  PERIOD DATE IS CARRIED IN RL-RUN-DETAIL  *
   700*                  ON THE RUNLOG ROW.                       *
   710* 2026-10-15 DP    THE TAX PERIOD DATE NOW COMES FROM THE   *
   720*                  BUSDATE BUSINESS-DATE CONTROL FILE READ  *
   730*                  AT STARTUP BY 020-READ-BUSINESS-DATE.    *
   740*                  THE PROMPT REMAINS ONLY AS AN EXPLICIT   *
   750*                  OVERRIDE, AND THE OVERRIDE FLAG AND THE  *
   760*                  KEYED DATE ARE LOGGED ON THE RUNLOG ROW. *
   770*-----------------------------------------------------------*
   780 ENVIRONMENT DIVISION.
   790 INPUT-OUTPUT SECTION.
   800 FILE-CONTROL.
   810     SELECT TAXROLL ASSIGN TO "TAXROLL"
   820         ORGANIZATION IS LINE SEQUENTIAL
   830         ACCESS MODE IS SEQUENTIAL
   840         FILE STATUS IS WS-TAXROLL-STATUS.
   850*
   860     SELECT VALID-FILE ASSIGN TO "TAXVALID"
   870         ORGANIZATION IS LINE SEQUENTIAL
   880         ACCESS MODE IS SEQUENTIAL
   890         FILE STATUS IS WS-VALID-STATUS.
   900*
   910     SELECT OPTIONAL ERROR-REPORT ASSIGN TO "TAXERRS"
   920         ORGANIZATION IS LINE SEQUENTIAL
   930         ACCESS MODE IS SEQUENTIAL
   940         FILE STATUS IS WS-ERROR-STATUS.
   950*
   960     SELECT EMPREF-FILE ASSIGN TO "EMPREF"
   970         ORGANIZATION IS LINE SEQUENTIAL
   980         ACCESS MODE IS SEQUENTIAL
   990         FILE STATUS IS WS-EMPREF-STATUS.
  1000*
  1010     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
  1020         ORGANIZATION IS LINE SEQUENTIAL
  1030         ACCESS MODE IS SEQUENTIAL
  1040         FILE STATUS IS WS-RUNLOG-STATUS.
  1050*
  1060     SELECT DEDREF-FILE ASSIGN TO "DEDREF"
  1070         ORGANIZATION IS LINE SEQUENTIAL
  1080         ACCESS MODE IS SEQUENTIAL
  1090         FILE STATUS IS WS-DEDREF-STATUS.
  1100*
  1110     SELECT TAX-MASTER ASSIGN TO "TAXMASTR"
  1120         ORGANIZATION IS INDEXED
  1130         ACCESS MODE IS RANDOM
  1140         RECORD KEY IS EM-EMPLOYEE-ID
  1150         FILE STATUS IS WS-TAX-MASTER-STATUS.
  1160*
  1170     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
  1180         ORGANIZATION IS LINE SEQUENTIAL
  1190         ACCESS MODE IS SEQUENTIAL
  1200         FILE STATUS IS WS-BUSDATE-STATUS.
  1210*
  1220 DATA DIVISION.
  1230 FILE SECTION.
  1240 FD  TAXROLL.
  1250 01  TAXROLL-RECORD.
  1260     05  TR-EMPLOYEE-ID     PIC X(6).
  1270     05  FILLER             PIC X(1).
  1280     05  TR-INCOME          PIC X(6).
  1290     05  FILLER             PIC X(1).
  1300     05  TR-FILING-STATUS   PIC X(1).
  1310     05  FILLER             PIC X(1).
  1320     05  TR-RECORD-TYPE     PIC X(1).
  1330     05  FILLER             PIC X(1).
  1340     05  TR-DEDUCTION-CODE  PIC X(4).
  1350*
  1360 FD  VALID-FILE.
  1370 01  VALID-RECORD           PIC X(22).
  1380*
  1390 FD  ERROR-REPORT.
  1400 01  ERROR-REPORT-LINE      PIC X(80).
  1410*
  1420 FD  EMPREF-FILE.
  1430 01  EMPREF-RECORD.
  1440     COPY EMPREF.
  1450*
  1460 FD  RUN-LOG-FILE.
  1470 01  RUN-LOG-RECORD.
  1480     COPY RUNLOGREC.
  1490*
  1500 FD  DEDREF-FILE.
  1510 01  DEDREF-RECORD.
  1520     COPY DEDREF.
  1530*
  1540 FD  TAX-MASTER.
  1550 01  TAX-MASTER-RECORD.
  1560     COPY TAXMREC.
  1570*
  1580 FD  BUS-DATE-FILE.
  1590 01  BUS-DATE-RECORD.
  1600     COPY BUSDREC.
  1610*
  1620 WORKING-STORAGE SECTION.
  1630*
  1640 01  WS-TAXROLL-STATUS      PIC X(2) VALUE SPACES.
  1650 01  WS-VALID-STATUS        PIC X(2) VALUE SPACES.
  1660 01  WS-ERROR-STATUS        PIC X(2) VALUE SPACES.
  1670 01  WS-EMPREF-STATUS       PIC X(2) VALUE SPACES.
  1680 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1690*
  1700*-----------------------------------------------------------*
  1710* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1720* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1730* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1740*-----------------------------------------------------------*
  1750 01  WS-RUNLOG-STATUS       PIC X(2) VALUE SPACES.
  1760 01  WS-RUN-START-DATE      PIC X(8) VALUE SPACES.
  1770 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  1780 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  1790 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  1800*
  1810 01  WS-RECORD-VALID        PIC X(3) VALUE 'YES'.
  1820 01  WS-TAX-PERIOD-DATE     PIC X(8) VALUE SPACES.
  1830 01  WS-REJECT-REASON       PIC X(40) VALUE SPACES.
  1840*
  1850*-----------------------------------------------------------*
  1860* BUSINESS DATE - THE TAX PERIOD DATE IS TAKEN FROM THE      *
  1870* BUSDATE CONTROL ROW READ BY 020-READ-BUSINESS-DATE.        *
  1880* WS-BUSDATE-OVERRIDE (PROMPTED, DEFAULT N) LETS THE         *
  1890* OPERATOR KEY A DIFFERENT DATE; THE FLAG AND THE KEYED      *
  1900* DATE GO ON THE RUNLOG ROW.                                 *
  1910*-----------------------------------------------------------*
  1920 01  WS-BUSDATE-STATUS      PIC X(2) VALUE SPACES.
  1930 01  WS-BUSDATE-OVERRIDE    PIC X(1) VALUE 'N'.
  1940 01  WS-OVERRIDE-VALUE      PIC X(8) VALUE SPACES.
  1950*
  1960*-----------------------------------------------------------*
  1970* EMPLOYEE REFERENCE TABLE - EVERY EMPLOYEE-ID ON THE       *
  1980* EMPREF REFERENCE FILE WITH ITS TERMINATION DATE, LOADED   *
  1990* AT STARTUP SO A TAXROLL RECORD FOR AN ID PAYROLL DOES NOT *
  2000* KNOW, OR FOR A PERIOD AFTER THE EMPLOYEE LEFT, IS         *
  2010* REJECTED INSTEAD OF LANDING ON THE MASTER. ONCE ALL 5000  *
  2020* SLOTS ARE TAKEN A FURTHER REFERENCE ROW CANNOT BE         *
  2030* REMEMBERED AND ITS EMPLOYEES WOULD BE WRONGLY REJECTED -  *
  2040* WARNED AND ABENDED, BECAUSE AN INCOMPLETE REFERENCE CHECK *
  2050* REJECTS GOOD PAY RECORDS.                                 *
  2060*-----------------------------------------------------------*
  2070 01  WS-EMPREF-COUNT        PIC 9(4) VALUE ZEROES.
  2080 01  WS-ID-ON-REF           PIC X(3) VALUE 'NO'.
  2090 01  EMP-REF-TABLE.
  2100     05  EMP-REF-ENTRY OCCURS 5000 TIMES INDEXED BY EMP-IDX.
  2110         10  EMP-REF-ID     PIC X(6) VALUE SPACES.
  2120         10  EMP-REF-TERM   PIC X(8) VALUE SPACES.
  2130*
  2140*-----------------------------------------------------------*
  2150* EDIT COUNTS - PRINTED AS A SUMMARY AT END OF RUN AND AS A  *
  2160* TRAILER ON THE ERROR REPORT SO THE RUN CAN BE BALANCED:    *
  2170* RECORDS READ = RECORDS PASSED + RECORDS REJECTED.          *
  2180*-----------------------------------------------------------*
  2190 01  WS-READ-COUNT          PIC 9(5) VALUE ZEROES.
  2200 01  WS-PASSED-COUNT        PIC 9(5) VALUE ZEROES.
  2210 01  WS-REJECT-COUNT        PIC 9(5) VALUE ZEROES.
  2220 01  WS-READ-COUNT-DISP     PIC ZZZZ9.
  2230 01  WS-PASSED-COUNT-DISP   PIC ZZZZ9.
  2240 01  WS-REJECT-COUNT-DISP   PIC ZZZZ9.
  2250*
  2260*-----------------------------------------------------------*
  2270* DUPLICATE-CHECK TABLE - EVERY EMPLOYEE-ID SEEN SO FAR, SO  *
  2280* THE SAME ID KEYED TWICE CAN BE RECOGNIZED AND REJECTED.    *
  2290* ONCE ALL 5000 SLOTS ARE TAKEN A FURTHER NEW ID CAN NO      *
  2300* LONGER BE REMEMBERED AND A LATER REPEAT OF IT WILL GO      *
  2310* UNDETECTED - WARNED ONCE, THE FIRST TIME THAT HAPPENS.     *
  2320*-----------------------------------------------------------*
  2330 01  WS-DUPLICATE-FLAG      PIC X(3) VALUE 'NO'.
  2340 01  WS-DUP-CAP-WARNED      PIC X(3) VALUE 'NO'.
  2350 01  WS-DUP-KEY-COUNT       PIC 9(4) VALUE ZEROES.
  2360 01  DUP-KEY-TABLE.
  2370     05  DUP-KEY-ENTRY OCCURS 5000 TIMES INDEXED BY DUP-IDX.
  2380         10  DUP-KEY-ID     PIC X(6) VALUE SPACES.
  2390*
  2400*-----------------------------------------------------------*
  2410* DEDUCTION REFERENCE TABLE - LOADED FROM DEDREF AT STARTUP *
  2420* SO A TYPE P RECORD CARRYING A CODE PAYROLL DOES NOT KNOW  *
  2430* IS REJECTED, AND SO EACH CODE'S ANNUAL LIMIT IS TO HAND.  *
  2440*-----------------------------------------------------------*
  2450 01  WS-DEDREF-STATUS       PIC X(2) VALUE SPACES.
  2460 01  WS-DEDREF-COUNT        PIC 9(2) VALUE ZEROES.
  2470 01  WS-DED-ON-REF          PIC X(3) VALUE 'NO'.
  2480 01  WS-DED-LIMIT           PIC 9(7) VALUE ZEROES.
  2490 01  DED-REF-TABLE.
  2500     05  DED-REF-ENTRY OCCURS 50 TIMES INDEXED BY DED-IDX.
  2510         10  DED-REF-CODE   PIC X(4) VALUE SPACES.
  2520         10  DED-REF-LIMIT  PIC 9(7) VALUE ZEROES.
  2530*
  2540*-----------------------------------------------------------*
  2550* ANNUAL-LIMIT CHECK - THE EMPLOYEE'S YTD FOR THE CODE IS   *
  2560* READ FROM TAXMASTR (NO MASTER YET MEANS NOTHING POSTED,   *
  2570* SO ZERO) AND EVERY DEDUCTION ALREADY PASSED ON THIS FEED  *
  2580* IS REMEMBERED IN DED-RUN-TABLE, SO TWO RECORDS FOR THE    *
  2590* SAME CODE CANNOT EACH SLIP UNDER THE LIMIT ON THEIR OWN.  *
  2600* ONCE ALL 5000 SLOTS ARE TAKEN THE CHECK WOULD BE          *
  2610* INCOMPLETE - ABENDED, LIKE THE EMPREF TABLE.              *
  2620*-----------------------------------------------------------*
  2630 01  WS-TAX-MASTER-STATUS   PIC X(2) VALUE SPACES.
  2640 01  WS-MASTER-OPEN         PIC X(3) VALUE 'NO'.
  2650 01  WS-DED-AMOUNT          PIC 9(6) VALUE ZEROES.
  2660 01  WS-DED-YTD-SO-FAR      PIC 9(9) VALUE ZEROES.
  2670 01  WS-DED-SUB             PIC 9(1) VALUE ZERO.
  2680 01  WS-DED-RUN-COUNT       PIC 9(4) VALUE ZEROES.
  2690 01  WS-DED-RUN-SUB         PIC 9(4) VALUE ZEROES.
  2700 01  DED-RUN-TABLE.
  2710     05  DED-RUN-ENTRY OCCURS 5000 TIMES.
  2720         10  DRN-EMPLOYEE-ID PIC X(6) VALUE SPACES.
  2730         10  DRN-CODE        PIC X(4) VALUE SPACES.
  2740         10  DRN-AMOUNT      PIC 9(6) VALUE ZEROES.
  2750*
  2760 PROCEDURE DIVISION.
  2770*
  2780*-----------------------------------------------------------*
  2790* 000-MAIN-PROCEDURE                                        *
  2800*-----------------------------------------------------------*
  2810 000-MAIN-PROCEDURE.
  2820     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  2830     ACCEPT WS-RUN-START-TIME FROM TIME.
  2840     PERFORM 020-READ-BUSINESS-DATE.
  2850     PERFORM 040-ACCEPT-TAX-PERIOD.
  2860     PERFORM 050-INITIALIZE.
  2870     PERFORM 100-EDIT-RECORDS UNTIL END-OF-FILE = 'YES'.
  2880     PERFORM 300-PRINT-SUMMARY.
  2890     PERFORM 900-TERMINATE.
  2900     STOP RUN.
  2910*
  2920*-----------------------------------------------------------*
  2930* 020-READ-BUSINESS-DATE                                     *
  2940*                                                            *
  2950* READS THE ONE-ROW BUSDATE CONTROL FILE THE END-OF-DAY      *
  2960* DATEADV JOB MAINTAINS. A MISSING OR EMPTY FILE IS A REAL   *
  2970* ERROR - THERE IS NO SAFE DEFAULT FOR THE PERIOD.           *
  2980*-----------------------------------------------------------*
  2990 020-READ-BUSINESS-DATE.
  3000     OPEN INPUT BUS-DATE-FILE.
  3010     IF WS-BUSDATE-STATUS NOT = '00'
  3020         DISPLAY 'UNABLE TO OPEN BUSDATE - FILE STATUS '
  3030             WS-BUSDATE-STATUS
  3040         PERFORM 950-ABEND-RUN
  3050     END-IF.
  3060     READ BUS-DATE-FILE
  3070         AT END
  3080             DISPLAY 'BUSDATE HOLDS NO CONTROL ROW'
  3090             PERFORM 950-ABEND-RUN
  3100     END-READ.
  3110     IF WS-BUSDATE-STATUS NOT = '00'
  3120         DISPLAY 'ERROR READING BUSDATE - FILE STATUS '
  3130             WS-BUSDATE-STATUS
  3140         PERFORM 950-ABEND-RUN
  3150     END-IF.
  3160     CLOSE BUS-DATE-FILE.
  3170*
  3180*-----------------------------------------------------------*
  3190* 040-ACCEPT-TAX-PERIOD                                      *
  3200*                                                            *
  3210* THE TAX PERIOD DATE THE FEED IS FOR - THE SAME DATE        *
  3220* ASSIGNMENT3 WILL POST IT UNDER - SO PAY FOR AN EMPLOYEE    *
  3230* WHO HAD ALREADY LEFT CAN BE REJECTED. IT IS THE BUSDATE    *
  3240* TAX PERIOD UNLESS THE OPERATOR OVERRIDES IT.               *
  3250*-----------------------------------------------------------*
  3260 040-ACCEPT-TAX-PERIOD.
  3270     MOVE BD-TAX-PERIOD TO WS-TAX-PERIOD-DATE.
  3280     DISPLAY 'TAX PERIOD DATE FROM BUSDATE: ' WS-TAX-PERIOD-DATE.
  3290     DISPLAY 'OVERRIDE THE TAX PERIOD DATE (Y/N)? '.
  3300     ACCEPT WS-BUSDATE-OVERRIDE.
  3310     IF WS-BUSDATE-OVERRIDE NOT = 'Y'
  3320         MOVE 'N' TO WS-BUSDATE-OVERRIDE
  3330     END-IF.
  3340     IF WS-BUSDATE-OVERRIDE = 'Y'
  3350         DISPLAY 'ENTER TAX PERIOD DATE (YYYYMMDD): '
  3360         ACCEPT WS-TAX-PERIOD-DATE
  3370         MOVE WS-TAX-PERIOD-DATE TO WS-OVERRIDE-VALUE
  3380     END-IF.
  3390     IF WS-TAX-PERIOD-DATE IS NOT NUMERIC
  3400         DISPLAY 'TAX PERIOD DATE MUST BE YYYYMMDD - GOT '
  3410             WS-TAX-PERIOD-DATE
  3420         PERFORM 950-ABEND-RUN
  3430     END-IF.
  3440*
  3450*-----------------------------------------------------------*
  3460* 050-INITIALIZE                                             *
  3470*-----------------------------------------------------------*
  3480 050-INITIALIZE.
  3490     OPEN INPUT EMPREF-FILE.
  3500     IF WS-EMPREF-STATUS NOT = '00'
  3510         DISPLAY 'UNABLE TO OPEN EMPREF - FILE STATUS '
  3520             WS-EMPREF-STATUS
  3530         PERFORM 950-ABEND-RUN
  3540     END-IF.
  3550     PERFORM 055-LOAD-EMPLOYEE-REF UNTIL END-OF-FILE = 'YES'.
  3560     CLOSE EMPREF-FILE.
  3570     MOVE 'NO' TO END-OF-FILE.
  3580     OPEN INPUT DEDREF-FILE.
  3590     IF WS-DEDREF-STATUS NOT = '00'
  3600         DISPLAY 'UNABLE TO OPEN DEDREF - FILE STATUS '
  3610             WS-DEDREF-STATUS
  3620         PERFORM 950-ABEND-RUN
  3630     END-IF.
  3640     PERFORM 057-LOAD-DEDUCTION-REF UNTIL END-OF-FILE = 'YES'.
  3650     CLOSE DEDREF-FILE.
  3660     MOVE 'NO' TO END-OF-FILE.
  3670     OPEN INPUT TAX-MASTER.
  3680     EVALUATE WS-TAX-MASTER-STATUS
  3690         WHEN '00'
  3700             MOVE 'YES' TO WS-MASTER-OPEN
  3710         WHEN '35'
  3720             MOVE 'NO' TO WS-MASTER-OPEN
  3730         WHEN OTHER
  3740             DISPLAY 'UNABLE TO OPEN TAXMASTR - FILE STATUS '
  3750                 WS-TAX-MASTER-STATUS
  3760             PERFORM 950-ABEND-RUN
  3770     END-EVALUATE.
  3780     OPEN INPUT TAXROLL.
  3790     IF WS-TAXROLL-STATUS NOT = '00'
  3800         DISPLAY 'UNABLE TO OPEN TAXROLL - FILE STATUS '
  3810             WS-TAXROLL-STATUS
  3820         PERFORM 950-ABEND-RUN
  3830     END-IF.
  3840     OPEN OUTPUT VALID-FILE.
  3850     IF WS-VALID-STATUS NOT = '00'
  3860         DISPLAY 'UNABLE TO OPEN TAXVALID - FILE STATUS '
  3870             WS-VALID-STATUS
  3880         PERFORM 950-ABEND-RUN
  3890     END-IF.
  3900     OPEN EXTEND ERROR-REPORT.
  3910     IF WS-ERROR-STATUS NOT = '00'
  3920         AND WS-ERROR-STATUS NOT = '05'
  3930         DISPLAY 'UNABLE TO OPEN TAXERRS - FILE STATUS '
  3940             WS-ERROR-STATUS
  3950         PERFORM 950-ABEND-RUN
  3960     END-IF.
  3970     PERFORM 110-READ-TAXROLL-RECORD.
  3980*
  3990*-----------------------------------------------------------*
  4000* 055-LOAD-EMPLOYEE-REF                                      *
  4010*-----------------------------------------------------------*
  4020 055-LOAD-EMPLOYEE-REF.
  4030     READ EMPREF-FILE
  4040         AT END
  4050             MOVE 'YES' TO END-OF-FILE
  4060     END-READ.
  4070     IF END-OF-FILE NOT = 'YES'
  4080         AND WS-EMPREF-STATUS NOT = '00'
  4090         DISPLAY 'ERROR READING EMPREF - FILE STATUS '
  4100             WS-EMPREF-STATUS
  4110         PERFORM 950-ABEND-RUN
  4120     END-IF.
  4130     IF END-OF-FILE NOT = 'YES'
  4140         IF WS-EMPREF-COUNT < 5000
  4150             ADD 1 TO WS-EMPREF-COUNT
  4160             SET EMP-IDX TO WS-EMPREF-COUNT
  4170             MOVE ER-EMPLOYEE-ID TO EMP-REF-ID (EMP-IDX)
  4180             MOVE ER-TERM-DATE   TO EMP-REF-TERM (EMP-IDX)
  4190         ELSE
  4200             DISPLAY 'EMPREF HOLDS MORE THAN 5000 EMPLOYEES - '
  4210                 'REFERENCE CHECK WOULD BE INCOMPLETE'
  4220             PERFORM 950-ABEND-RUN
  4230         END-IF
  4240     END-IF.
  4250*
  4260*-----------------------------------------------------------*
  4270* 057-LOAD-DEDUCTION-REF                                     *
  4280*-----------------------------------------------------------*
  4290 057-LOAD-DEDUCTION-REF.
  4300     READ DEDREF-FILE
  4310         AT END
  4320             MOVE 'YES' TO END-OF-FILE
  4330     END-READ.
  4340     IF END-OF-FILE NOT = 'YES'
  4350         AND WS-DEDREF-STATUS NOT = '00'
  4360         DISPLAY 'ERROR READING DEDREF - FILE STATUS '
  4370             WS-DEDREF-STATUS
  4380         PERFORM 950-ABEND-RUN
  4390     END-IF.
  4400     IF END-OF-FILE NOT = 'YES'
  4410         IF WS-DEDREF-COUNT < 50
  4420             ADD 1 TO WS-DEDREF-COUNT
  4430             SET DED-IDX TO WS-DEDREF-COUNT
  4440             MOVE DR-DEDUCTION-CODE TO DED-REF-CODE (DED-IDX)
  4450             MOVE DR-ANNUAL-LIMIT   TO DED-REF-LIMIT (DED-IDX)
  4460         ELSE
  4470             DISPLAY 'WARNING - DEDUCTION REF TABLE FULL, '
  4480                 'DEDREF ENTRY SKIPPED: ' DR-DEDUCTION-CODE
  4490         END-IF
  4500     END-IF.
  4510*
  4520*-----------------------------------------------------------*
  4530* 100-EDIT-RECORDS                                           *
  4540*                                                            *
  4550* RUNS EVERY EDIT AGAINST THE CURRENT RECORD. THE FIRST      *
  4560* EDIT THAT FAILS WRITES THE REJECT LINE AND CLEARS          *
  4570* WS-RECORD-VALID SO THE RECORD IS KEPT OFF TAXVALID; A      *
  4580* RECORD THAT PASSES EVERY EDIT IS COPIED ACROSS UNCHANGED.  *
  4590*-----------------------------------------------------------*
  4600 100-EDIT-RECORDS.
  4610     ADD 1 TO WS-READ-COUNT.
  4620     MOVE 'YES' TO WS-RECORD-VALID.
  4630     PERFORM 120-EDIT-EMPLOYEE-ID.
  4640     IF WS-RECORD-VALID = 'YES'
  4650         PERFORM 122-EDIT-EMPLOYEE-ON-REF
  4660     END-IF.
  4670     IF WS-RECORD-VALID = 'YES'
  4680         PERFORM 130-EDIT-INCOME
  4690     END-IF.
  4700     IF WS-RECORD-VALID = 'YES'
  4710         AND TR-RECORD-TYPE NOT = 'P'
  4720         PERFORM 140-EDIT-FILING-STATUS
  4730     END-IF.
  4740     IF WS-RECORD-VALID = 'YES'
  4750         PERFORM 145-EDIT-RECORD-TYPE
  4760     END-IF.
  4770     IF WS-RECORD-VALID = 'YES'
  4780         AND TR-RECORD-TYPE = 'P'
  4790         PERFORM 160-EDIT-DEDUCTION
  4800     END-IF.
  4810     IF WS-RECORD-VALID = 'YES'
  4820         AND TR-RECORD-TYPE NOT = 'A'
  4830         AND TR-RECORD-TYPE NOT = 'R'
  4840         AND TR-RECORD-TYPE NOT = 'P'
  4850         PERFORM 150-EDIT-DUPLICATE-ID
  4860     END-IF.
  4870     IF WS-RECORD-VALID = 'YES'
  4880         ADD 1 TO WS-PASSED-COUNT
  4890         WRITE VALID-RECORD FROM TAXROLL-RECORD
  4900     END-IF.
  4910     PERFORM 110-READ-TAXROLL-RECORD.
  4920*
  4930*-----------------------------------------------------------*
  4940* 110-READ-TAXROLL-RECORD                                   *
  4950*-----------------------------------------------------------*
  4960 110-READ-TAXROLL-RECORD.
  4970     READ TAXROLL
  4980         AT END
  4990             MOVE 'YES' TO END-OF-FILE
  5000     END-READ.
  5010     IF WS-TAXROLL-STATUS NOT = '00'
  5020         AND WS-TAXROLL-STATUS NOT = '10'
  5030         DISPLAY 'ERROR READING TAXROLL - FILE STATUS '
  5040             WS-TAXROLL-STATUS
  5050         PERFORM 950-ABEND-RUN
  5060     END-IF.
  5070*
  5080*-----------------------------------------------------------*
  5090* 120-EDIT-EMPLOYEE-ID                                       *
  5100*-----------------------------------------------------------*
  5110 120-EDIT-EMPLOYEE-ID.
  5120     IF TR-EMPLOYEE-ID = SPACES
  5130         MOVE 'EMPLOYEE-ID IS MISSING' TO WS-REJECT-REASON
  5140         PERFORM 200-WRITE-REJECT
  5150     END-IF.
  5160*
  5170*-----------------------------------------------------------*
  5180* 122-EDIT-EMPLOYEE-ON-REF                                   *
  5190*                                                            *
  5200* THE ID MUST BE ON THE EMPREF EMPLOYEE REFERENCE FILE -    *
  5210* AN ID NOBODY IN PAYROLL KNOWS IS A MISKEY, NOT A NEW      *
  5220* EMPLOYEE, AND IS REJECTED WITH THE REASON SO THE SOURCE   *
  5230* CAN BE FIXED. A DETAIL OR DEDUCTION RECORD FOR A TAX       *
  5240* PERIOD DATED AFTER THE EMPLOYEE'S TERMINATION IS PAY FOR   *
  5250* SOMEONE WHO HAS LEFT AND IS REJECTED THE SAME WAY; AN      *
  5260* ADJUSTMENT IS ALLOWED THROUGH TO CORRECT EARLIER PAY.      *
  5270*-----------------------------------------------------------*
  5280 122-EDIT-EMPLOYEE-ON-REF.
  5290     MOVE 'NO' TO WS-ID-ON-REF.
  5300     SET EMP-IDX TO 1.
  5310     IF WS-EMPREF-COUNT > 0
  5320         SEARCH EMP-REF-ENTRY
  5330             AT END
  5340                 CONTINUE
  5350             WHEN EMP-REF-ID (EMP-IDX) = TR-EMPLOYEE-ID
  5360                 MOVE 'YES' TO WS-ID-ON-REF
  5370         END-SEARCH
  5380     END-IF.
  5390     IF WS-ID-ON-REF = 'NO'
  5400         MOVE 'EMPLOYEE-ID NOT ON EMPREF' TO WS-REJECT-REASON
  5410         PERFORM 200-WRITE-REJECT
  5420     ELSE
  5430         IF TR-RECORD-TYPE NOT = 'A'
  5440             AND TR-RECORD-TYPE NOT = 'R'
  5450             AND EMP-REF-TERM (EMP-IDX) NOT = SPACES
  5460             AND WS-TAX-PERIOD-DATE > EMP-REF-TERM (EMP-IDX)
  5470             MOVE 'EMPLOYEE TERMINATED BEFORE THE PERIOD'
  5480                 TO WS-REJECT-REASON
  5490             PERFORM 200-WRITE-REJECT
  5500         END-IF
  5510     END-IF.
  5520*
  5530*-----------------------------------------------------------*
  5540* 130-EDIT-INCOME                                            *
  5550*-----------------------------------------------------------*
  5560 130-EDIT-INCOME.
  5570     IF TR-INCOME IS NOT NUMERIC
  5580         MOVE 'INCOME IS NOT NUMERIC' TO WS-REJECT-REASON
  5590         PERFORM 200-WRITE-REJECT
  5600     END-IF.
  5610*
  5620*-----------------------------------------------------------*
  5630* 140-EDIT-FILING-STATUS                                     *
  5640*                                                            *
  5650* ONLY S, M AND H ARE CARRIED IN THE RATE TABLE. ANYTHING    *
  5660* ELSE WOULD SILENTLY DEFAULT TO SINGLE IN THE CALCULATION,  *
  5670* SO IT IS REJECTED HERE INSTEAD.                            *
  5680*-----------------------------------------------------------*
  5690 140-EDIT-FILING-STATUS.
  5700     IF TR-FILING-STATUS NOT = 'S'
  5710         AND TR-FILING-STATUS NOT = 'M'
  5720         AND TR-FILING-STATUS NOT = 'H'
  5730         MOVE 'FILING STATUS IS NOT S, M OR H'
  5740             TO WS-REJECT-REASON
  5750         PERFORM 200-WRITE-REJECT
  5760     END-IF.
  5770*
  5780*-----------------------------------------------------------*
  5790* 145-EDIT-RECORD-TYPE                                       *
  5800*                                                            *
  5810* BLANK OR D IS A DETAIL RECORD, A IS AN AMENDED AMOUNT FOR  *
  5820* AN EMPLOYEE ALREADY REPORTED, R REVERSES WHAT WAS LAST     *
  5830* REPORTED, P IS A PAYROLL DEDUCTION FOR THE PERIOD.         *
  5840* ANYTHING ELSE IS REJECTED.                                 *
  5850*-----------------------------------------------------------*
  5860 145-EDIT-RECORD-TYPE.
  5870     IF TR-RECORD-TYPE NOT = SPACE
  5880         AND TR-RECORD-TYPE NOT = 'D'
  5890         AND TR-RECORD-TYPE NOT = 'A'
  5900         AND TR-RECORD-TYPE NOT = 'R'
  5910         AND TR-RECORD-TYPE NOT = 'P'
  5920         MOVE 'RECORD TYPE IS NOT BLANK, D, A, R OR P'
  5930             TO WS-REJECT-REASON
  5940         PERFORM 200-WRITE-REJECT
  5950     END-IF.
  5960*
  5970*-----------------------------------------------------------*
  5980* 150-EDIT-DUPLICATE-ID                                      *
  5990*                                                            *
  6000* AN EMPLOYEE-ID ALREADY SEEN THIS RUN IS A DUPLICATE AND    *
  6010* IS REJECTED. FIRST SIGHTINGS ARE ADDED TO DUP-KEY-TABLE    *
  6020* SO A LATER REPEAT CAN BE RECOGNIZED.                       *
  6030*-----------------------------------------------------------*
  6040 150-EDIT-DUPLICATE-ID.
  6050     MOVE 'NO' TO WS-DUPLICATE-FLAG
  6060     SET DUP-IDX TO 1
  6070     SEARCH DUP-KEY-ENTRY
  6080         AT END
  6090             IF WS-DUP-KEY-COUNT < 5000
  6100                 ADD 1 TO WS-DUP-KEY-COUNT
  6110                 SET DUP-IDX TO WS-DUP-KEY-COUNT
  6120                 MOVE TR-EMPLOYEE-ID TO DUP-KEY-ID (DUP-IDX)
  6130             ELSE
  6140                 IF WS-DUP-CAP-WARNED = 'NO'
  6150                   DISPLAY 'WARNING - DUP-KEY TABLE FULL, DUP'
  6160                       ' CHECK IS NOW INCOMPLETE'
  6170                   MOVE 'YES' TO WS-DUP-CAP-WARNED
  6180                 END-IF
  6190             END-IF
  6200         WHEN DUP-KEY-ID (DUP-IDX) = TR-EMPLOYEE-ID
  6210             MOVE 'YES' TO WS-DUPLICATE-FLAG
  6220     END-SEARCH.
  6230     IF WS-DUPLICATE-FLAG = 'YES'
  6240         MOVE 'EMPLOYEE-ID ALREADY REPORTED THIS RUN'
  6250             TO WS-REJECT-REASON
  6260         PERFORM 200-WRITE-REJECT
  6270     END-IF.
  6280*
  6290*-----------------------------------------------------------*
  6300* 160-EDIT-DEDUCTION                                         *
  6310*                                                            *
  6320* A TYPE P RECORD MUST CARRY A DEDUCTION CODE THAT IS ON     *
  6330* DEDREF AND A NON-ZERO AMOUNT. WHEN THE CODE HAS AN ANNUAL  *
  6340* LIMIT, THE EMPLOYEE'S YTD FOR THE CODE ON TAXMASTR PLUS    *
  6350* WHAT THIS FEED HAS ALREADY PASSED FOR THE CODE PLUS THIS   *
  6360* AMOUNT MUST NOT GO OVER IT. A DEDUCTION THAT PASSES IS     *
  6370* REMEMBERED FOR THE NEXT ONE'S LIMIT CHECK.                 *
  6380*-----------------------------------------------------------*
  6390 160-EDIT-DEDUCTION.
  6400     IF TR-DEDUCTION-CODE = SPACES
  6410         MOVE 'DEDUCTION CODE IS MISSING' TO WS-REJECT-REASON
  6420         PERFORM 200-WRITE-REJECT
  6430     END-IF.
  6440     IF WS-RECORD-VALID = 'YES'
  6450         MOVE 'NO' TO WS-DED-ON-REF
  6460         SET DED-IDX TO 1
  6470         IF WS-DEDREF-COUNT > 0
  6480             SEARCH DED-REF-ENTRY
  6490                 AT END
  6500                     CONTINUE
  6510                 WHEN DED-REF-CODE (DED-IDX) = TR-DEDUCTION-CODE
  6520                     MOVE 'YES' TO WS-DED-ON-REF
  6530                     MOVE DED-REF-LIMIT (DED-IDX) TO WS-DED-LIMIT
  6540             END-SEARCH
  6550         END-IF
  6560         IF WS-DED-ON-REF = 'NO'
  6570             MOVE 'DEDUCTION CODE NOT ON DEDREF'
  6580                 TO WS-REJECT-REASON
  6590             PERFORM 200-WRITE-REJECT
  6600         END-IF
  6610     END-IF.
  6620     IF WS-RECORD-VALID = 'YES'
  6630         MOVE TR-INCOME TO WS-DED-AMOUNT
  6640         IF WS-DED-AMOUNT = ZERO
  6650             MOVE 'DEDUCTION AMOUNT IS ZERO' TO WS-REJECT-REASON
  6660             PERFORM 200-WRITE-REJECT
  6670         END-IF
  6680     END-IF.
  6690     IF WS-RECORD-VALID = 'YES'
  6700         AND WS-DED-LIMIT > 0
  6710         PERFORM 165-TOTAL-DEDUCTION-YTD
  6720         IF WS-DED-YTD-SO-FAR + WS-DED-AMOUNT > WS-DED-LIMIT
  6730             MOVE 'DEDUCTION OVER DEDREF ANNUAL LIMIT'
  6740                 TO WS-REJECT-REASON
  6750             PERFORM 200-WRITE-REJECT
  6760         END-IF
  6770     END-IF.
  6780     IF WS-RECORD-VALID = 'YES'
  6790         IF WS-DED-RUN-COUNT < 5000
  6800             ADD 1 TO WS-DED-RUN-COUNT
  6810             MOVE TR-EMPLOYEE-ID
  6820                 TO DRN-EMPLOYEE-ID (WS-DED-RUN-COUNT)
  6830             MOVE TR-DEDUCTION-CODE
  6840                 TO DRN-CODE (WS-DED-RUN-COUNT)
  6850             MOVE WS-DED-AMOUNT
  6860                 TO DRN-AMOUNT (WS-DED-RUN-COUNT)
  6870         ELSE
  6880             DISPLAY 'TAXROLL HOLDS MORE THAN 5000 DEDUCTIONS - '
  6890                 'ANNUAL LIMIT CHECK WOULD BE INCOMPLETE'
  6900             PERFORM 950-ABEND-RUN
  6910         END-IF
  6920     END-IF.
  6930*
  6940*-----------------------------------------------------------*
  6950* 165-TOTAL-DEDUCTION-YTD                                    *
  6960*                                                            *
  6970* SETS WS-DED-YTD-SO-FAR TO THE EMPLOYEE'S YTD FOR THE CODE  *
  6980* ON TAXMASTR PLUS EVERY DEDUCTION FOR THE SAME EMPLOYEE    *
  6990* AND CODE ALREADY PASSED ON THIS FEED.                      *
  7000*-----------------------------------------------------------*
  7010 165-TOTAL-DEDUCTION-YTD.
  7020     MOVE ZEROES TO WS-DED-YTD-SO-FAR.
  7030     IF WS-MASTER-OPEN = 'YES'
  7040         MOVE TR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
  7050         READ TAX-MASTER
  7060             INVALID KEY
  7070                 CONTINUE
  7080             NOT INVALID KEY
  7090                 PERFORM 166-ADD-MASTER-DED-YTD
  7100                     VARYING WS-DED-SUB FROM 1 BY 1
  7110                     UNTIL WS-DED-SUB > 5
  7120         END-READ
  7130     END-IF.
  7140     PERFORM 168-ADD-RUN-DEDUCTION
  7150         VARYING WS-DED-RUN-SUB FROM 1 BY 1
  7160         UNTIL WS-DED-RUN-SUB > WS-DED-RUN-COUNT.
  7170*
  7180*-----------------------------------------------------------*
  7190* 166-ADD-MASTER-DED-YTD                                     *
  7200*-----------------------------------------------------------*
  7210 166-ADD-MASTER-DED-YTD.
  7220     IF EM-DED-CODE (WS-DED-SUB) = TR-DEDUCTION-CODE
  7230         ADD EM-DED-YTD (WS-DED-SUB) TO WS-DED-YTD-SO-FAR
  7240     END-IF.
  7250*
  7260*-----------------------------------------------------------*
  7270* 168-ADD-RUN-DEDUCTION                                      *
  7280*-----------------------------------------------------------*
  7290 168-ADD-RUN-DEDUCTION.
  7300     IF DRN-EMPLOYEE-ID (WS-DED-RUN-SUB) = TR-EMPLOYEE-ID
  7310         AND DRN-CODE (WS-DED-RUN-SUB) = TR-DEDUCTION-CODE
  7320         ADD DRN-AMOUNT (WS-DED-RUN-SUB) TO WS-DED-YTD-SO-FAR
  7330     END-IF.
  7340*
  7350*-----------------------------------------------------------*
  7360* 200-WRITE-REJECT                                           *
  7370*-----------------------------------------------------------*
  7380 200-WRITE-REJECT.
  7390     MOVE 'NO' TO WS-RECORD-VALID.
  7400     ADD 1 TO WS-REJECT-COUNT.
  7410     MOVE SPACES TO ERROR-REPORT-LINE.
  7420     STRING WS-RUN-START-DATE   DELIMITED BY SIZE
  7430             '  '               DELIMITED BY SIZE
  7440             TAXROLL-RECORD     DELIMITED BY SIZE
  7450             '  REJECTED - '    DELIMITED BY SIZE
  7460             WS-REJECT-REASON   DELIMITED BY SIZE
  7470         INTO ERROR-REPORT-LINE
  7480     END-STRING.
  7490     WRITE ERROR-REPORT-LINE.
  7500*
  7510*-----------------------------------------------------------*
  7520* 300-PRINT-SUMMARY                                          *
  7530*                                                            *
  7540* WRITES THE BALANCING TRAILER ON THE ERROR REPORT AND       *
  7550* ECHOES THE SAME COUNTS TO THE CONSOLE.                     *
  7560*-----------------------------------------------------------*
  7570 300-PRINT-SUMMARY.
  7580     MOVE WS-READ-COUNT   TO WS-READ-COUNT-DISP
  7590     MOVE WS-PASSED-COUNT TO WS-PASSED-COUNT-DISP
  7600     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-DISP
  7610     MOVE SPACES TO ERROR-REPORT-LINE
  7620     WRITE ERROR-REPORT-LINE FROM
  7630         '-------------------------------------------------'
  7640     MOVE SPACES TO ERROR-REPORT-LINE
  7650     STRING 'READ: '            DELIMITED BY SIZE
  7660             WS-READ-COUNT-DISP   DELIMITED BY SIZE
  7670             '  PASSED: '       DELIMITED BY SIZE
  7680             WS-PASSED-COUNT-DISP DELIMITED BY SIZE
  7690             '  REJECTED: '     DELIMITED BY SIZE
  7700             WS-REJECT-COUNT-DISP DELIMITED BY SIZE
  7710         INTO ERROR-REPORT-LINE
  7720     END-STRING
  7730     WRITE ERROR-REPORT-LINE.
  7740     DISPLAY 'TAXROLL RECORDS READ..... ' WS-READ-COUNT-DISP.
  7750     DISPLAY 'PASSED TO TAXVALID....... ' WS-PASSED-COUNT-DISP.
  7760     DISPLAY 'REJECTED TO TAXERRS...... ' WS-REJECT-COUNT-DISP.
  7770*
  7780*-----------------------------------------------------------*
  7790* 900-TERMINATE                                              *
  7800*-----------------------------------------------------------*
  7810 900-TERMINATE.
  7820     CLOSE TAXROLL.
  7830     CLOSE VALID-FILE.
  7840     CLOSE ERROR-REPORT.
  7850     IF WS-MASTER-OPEN = 'YES'
  7860         CLOSE TAX-MASTER
  7870     END-IF.
  7880     PERFORM 930-WRITE-RUN-LOG.
  7890*
  7900*-----------------------------------------------------------*
  7910* 930-WRITE-RUN-LOG                                          *
  7920*                                                            *
  7930* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  7940* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  7950* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  7960*-----------------------------------------------------------*
  7970 930-WRITE-RUN-LOG.
  7980     OPEN EXTEND RUN-LOG-FILE.
  7990     IF WS-RUNLOG-STATUS NOT = '00'
  8000         AND WS-RUNLOG-STATUS NOT = '05'
  8010         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  8020             WS-RUNLOG-STATUS
  8030     ELSE
  8040         MOVE SPACES TO RUN-LOG-RECORD
  8050         MOVE 'TAXEDIT'           TO RL-PROGRAM-NAME
  8060         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  8070         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  8080         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  8090         ACCEPT WS-RUN-END-TIME FROM TIME
  8100         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  8110         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  8120         MOVE WS-READ-COUNT       TO RL-RECORDS-READ
  8130         MOVE WS-PASSED-COUNT     TO RL-RECORDS-WRITTEN
  8140         MOVE WS-REJECT-COUNT     TO RL-EXCEPTION-COUNT
  8150         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  8160         MOVE RETURN-CODE         TO RL-RETURN-CODE
  8170         MOVE WS-TAX-PERIOD-DATE  TO RL-RUN-DETAIL
  8180         MOVE WS-BUSDATE-OVERRIDE TO RL-OVERRIDE-FLAG
  8190         MOVE WS-OVERRIDE-VALUE   TO RL-OVERRIDE-VALUE
  8200         WRITE RUN-LOG-RECORD
  8210         IF WS-RUNLOG-STATUS NOT = '00'
  8220             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  8230                 WS-RUNLOG-STATUS
  8240         END-IF
  8250         CLOSE RUN-LOG-FILE
  8260     END-IF.
  8270*
  8280*-----------------------------------------------------------*
  8290* 950-ABEND-RUN                                              *
  8300*-----------------------------------------------------------*
  8310 950-ABEND-RUN.
  8320     DISPLAY 'TAXEDIT IS ABENDING - SEE THE FILE STATUS'.
  8330     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  8340     MOVE 16 TO RETURN-CODE.
  8350     PERFORM 930-WRITE-RUN-LOG.
  8360     STOP RUN.
