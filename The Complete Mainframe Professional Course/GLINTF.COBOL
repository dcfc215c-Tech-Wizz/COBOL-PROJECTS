    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    GLINTF.
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
   130* 2026-10-15 DP    ORIGINAL VERSION - GENERAL LEDGER         *
   140*                  INTERFACE. TURNS ONE COMPLETED            *
   150*                  ASSIGNMENT3 POSTING RUN INTO A BALANCED   *
   160*                  JOURNAL FEED ON GLFEED - A BATCH HEADER,  *
   170*                  ONE LINE PER DEPARTMENT AND ACCOUNT       *
   180*                  (DEBIT WAGE EXPENSE, CREDIT FEDERAL AND   *
   190*                  STATE WITHHOLDING PAYABLE AND NET PAY     *
   200*                  CLEARING) FROM THE GLMAP DEPARTMENT       *
   210*                  ACCOUNT FILE, AND A TRAILER WITH THE LINE *
   220*                  COUNT AND DEBIT AND CREDIT TOTALS. THE    *
   230*                  RUN IS TAKEN FROM ITS TAXJRNL ROWS AND    *
   240*                  MUST BE A CLEAN (RC 0) ASSIGNM3 ROW ON    *
   250*                  RUNLOG. THE FEED IS REFUSED - NOTHING     *
   260*                  WRITTEN, RC 16 - IF THE RUN IS NOT CLEAN, *
   270*                  POSTED NOTHING, DOES NOT AGREE WITH ITS   *
   280*                  OWN RUN-CONTROL ROW, HAS A DEPARTMENT     *
   290*                  WITH NO ACCOUNTS, OR THE DEBITS AND       *
   300*                  CREDITS DO NOT NET TO ZERO. ACCOUNTING    *
   310*                  NO LONGER RE-KEYS THE TAXREPT DEPARTMENT  *
   320*                  SUBTOTALS INTO THE LEDGER.                *
   330* 2026-10-15 DP    NET PAY CLEARING NOW ALLOWS FOR THE       *
   340*                  PRE-TAX AND AFTER-TAX DEDUCTIONS CARRIED  *
   350*                  ON TAXJRNL - THEY ARE CREDITED TO THE NEW *
   360*                  GLMAP DEDUCTIONS PAYABLE ACCOUNT AND      *
   370*                  TAKEN OFF NET PAY, AND THE ROWS MUST NOW  *
   380*                  AGREE WITH THE RUN-CONTROL ROW'S          *
   390*                  DEDUCTIONS AS WELL.                       *
   400*-----------------------------------------------------------*
   410 ENVIRONMENT DIVISION.
   420 INPUT-OUTPUT SECTION.
   430 FILE-CONTROL.
   440     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
   450         ORGANIZATION IS LINE SEQUENTIAL
   460         ACCESS MODE IS SEQUENTIAL
   470         FILE STATUS IS WS-GLMAP-STATUS.
   480*
   490     SELECT JOURNAL-FILE ASSIGN TO "TAXJRNL"
   500         ORGANIZATION IS LINE SEQUENTIAL
   510         ACCESS MODE IS SEQUENTIAL
   520         FILE STATUS IS WS-JOURNAL-STATUS.
   530*
   540     SELECT GL-FEED-FILE ASSIGN TO "GLFEED"
   550         ORGANIZATION IS LINE SEQUENTIAL
   560         ACCESS MODE IS SEQUENTIAL
   570         FILE STATUS IS WS-FEED-STATUS.
   580*
   590     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   600         ORGANIZATION IS LINE SEQUENTIAL
   610         ACCESS MODE IS SEQUENTIAL
   620         FILE STATUS IS WS-RUNLOG-STATUS.
   630*
   640 DATA DIVISION.
   650 FILE SECTION.
   660 FD  GLMAP-FILE.
   670 01  GLMAP-RECORD.
   680     COPY GLMAP.
   690*
   700 FD  JOURNAL-FILE.
   710 01  JOURNAL-RECORD.
   720     COPY TAXJREC.
   730*
   740 FD  GL-FEED-FILE.
   750 01  GL-FEED-RECORD         PIC X(80).
   760*
   770 FD  RUN-LOG-FILE.
   780 01  RUN-LOG-RECORD.
   790     COPY RUNLOGREC.
   800*
   810 WORKING-STORAGE SECTION.
   820*
   830 01  WS-GLMAP-STATUS         PIC X(2) VALUE SPACES.
   840 01  WS-JOURNAL-STATUS       PIC X(2) VALUE SPACES.
   850 01  WS-FEED-STATUS          PIC X(2) VALUE SPACES.
   860 01  WS-GLMAP-EOF            PIC X(3) VALUE 'NO'.
   870 01  WS-JOURNAL-EOF          PIC X(3) VALUE 'NO'.
   880 01  WS-RUNLOG-EOF           PIC X(3) VALUE 'NO'.
   890*
   900*-----------------------------------------------------------*
   910* RUN SELECTION - THE ASSIGNM3 RUN TO INTERFACE, GIVEN AS   *
   920* ITS RUNLOG START DATE AND TIME (YYYYMMDDHHMMSS). BLANK    *
   930* TAKES THE LATEST ASSIGNM3 ROW ON THE LOG. THE ROW FOUND   *
   940* MUST CARRY RETURN CODE ZERO, OR THE POSTINGS MAY NEVER    *
   950* HAVE REACHED TAXMASTR IN FULL.                             *
   960*-----------------------------------------------------------*
   970 01  WS-RUN-REQUESTED        PIC X(14) VALUE SPACES.
   980 01  WS-RUN-ROW-FOUND        PIC X(3)  VALUE 'NO'.
   990 01  WS-POSTING-RUN-ID.
  1000     05  WS-POSTING-RUN-DATE PIC X(8)  VALUE SPACES.
  1010     05  WS-POSTING-RUN-TIME PIC X(6)  VALUE SPACES.
  1020 01  WS-POSTING-RUN-RC       PIC 9(2)  VALUE ZEROES.
  1030 01  WS-LOG-RUN-ID.
  1040     05  WS-LOG-RUN-DATE     PIC 9(8)  VALUE ZEROES.
  1050     05  WS-LOG-RUN-TIME     PIC 9(6)  VALUE ZEROES.
  1060 01  WS-TAX-PERIOD-DATE      PIC X(8)  VALUE SPACES.
  1070*
  1080*-----------------------------------------------------------*
  1090* DEPARTMENT ACCOUNT TABLE - LOADED FROM GLMAP AT STARTUP.  *
  1100*-----------------------------------------------------------*
  1110 01  WS-GLMAP-COUNT          PIC 9(3) VALUE ZEROES.
  1120 01  GL-MAP-TABLE.
  1130     05  GL-MAP-ENTRY OCCURS 100 TIMES INDEXED BY MAP-IDX.
  1140         10  MAP-DEPARTMENT     PIC X(4)  VALUE SPACES.
  1150         10  MAP-EXPENSE-ACCT   PIC X(10) VALUE SPACES.
  1160         10  MAP-FED-ACCT       PIC X(10) VALUE SPACES.
  1170         10  MAP-STATE-ACCT     PIC X(10) VALUE SPACES.
  1180         10  MAP-NET-PAY-ACCT   PIC X(10) VALUE SPACES.
  1190         10  MAP-DED-ACCT       PIC X(10) VALUE SPACES.
  1200*
  1210*-----------------------------------------------------------*
  1220* RUN TOTALS BY DEPARTMENT - GROSS, FEDERAL AND STATE TAX   *
  1230* FROM THE RUN'S DETAIL AND ADJUSTMENT ROWS ON TAXJRNL      *
  1240* (ADJUSTMENTS ARE SIGNED), AND THE RUN-CONTROL ROW'S       *
  1250* FIGURES THEY MUST ADD UP TO.                               *
  1260*-----------------------------------------------------------*
  1270 01  WS-RUN-DEPT-COUNT       PIC 9(3) VALUE ZEROES.
  1280 01  RUN-DEPT-TABLE.
  1290     05  RUN-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY RD-IDX.
  1300         10  RD-DEPARTMENT      PIC X(4)       VALUE SPACES.
  1310         10  RD-GROSS           PIC S9(11)V99  VALUE ZEROES.
  1320         10  RD-FED-TAX         PIC S9(11)V99  VALUE ZEROES.
  1330         10  RD-STATE-TAX       PIC S9(11)V99  VALUE ZEROES.
  1340         10  RD-DEDUCTIONS      PIC S9(11)     VALUE ZEROES.
  1350 01  WS-RUN-ROW-COUNT        PIC 9(5)       VALUE ZEROES.
  1360 01  WS-CONTROL-SEEN         PIC X(3)       VALUE 'NO'.
  1370 01  WS-CTL-INCOME           PIC S9(11)     VALUE ZEROES.
  1380 01  WS-CTL-TAX              PIC S9(11)V99  VALUE ZEROES.
  1390 01  WS-CTL-STATE-TAX        PIC S9(11)V99  VALUE ZEROES.
  1400 01  WS-CTL-DEDUCTIONS       PIC S9(11)     VALUE ZEROES.
  1410 01  WS-ROW-INCOME           PIC S9(11)     VALUE ZEROES.
  1420 01  WS-ROW-TAX              PIC S9(11)V99  VALUE ZEROES.
  1430 01  WS-ROW-STATE-TAX        PIC S9(11)V99  VALUE ZEROES.
  1440 01  WS-ROW-DEDUCTIONS       PIC S9(11)     VALUE ZEROES.
  1450*
  1460*-----------------------------------------------------------*
  1470* FEED LINES - BUILT IN FULL AND PROVED BEFORE GLFEED IS    *
  1480* OPENED, SO A REFUSED FEED LEAVES NO PARTIAL BATCH. UP TO  *
  1490* FIVE LINES PER DEPARTMENT; A ZERO AMOUNT GETS NO LINE AND *
  1500* A NEGATIVE ONE (AN ADJUSTMENT-ONLY DEPARTMENT) IS TURNED  *
  1510* TO THE OTHER SIDE OF THE LEDGER.                           *
  1520*-----------------------------------------------------------*
  1530 01  WS-MISSING-MAP-COUNT    PIC 9(3)      VALUE ZEROES.
  1540 01  WS-LINE-COUNT           PIC 9(5)      VALUE ZEROES.
  1550 01  WS-LINE-SUB             PIC 9(5)      VALUE ZEROES.
  1560 01  WS-LINE-AMOUNT          PIC S9(11)V99 VALUE ZEROES.
  1570 01  WS-LINE-SIDE            PIC X(1)      VALUE SPACE.
  1580 01  WS-LINE-ACCOUNT         PIC X(10)     VALUE SPACES.
  1590 01  WS-LINE-DESC            PIC X(20)     VALUE SPACES.
  1600 01  GL-LINE-TABLE.
  1610     05  GL-LINE-ENTRY OCCURS 500 TIMES.
  1620         10  GLL-ACCOUNT        PIC X(10)    VALUE SPACES.
  1630         10  GLL-DEPARTMENT     PIC X(4)     VALUE SPACES.
  1640         10  GLL-SIDE           PIC X(1)     VALUE SPACE.
  1650         10  GLL-AMOUNT         PIC 9(11)V99 VALUE ZEROES.
  1660         10  GLL-DESC           PIC X(20)    VALUE SPACES.
  1670 01  WS-TOTAL-DEBITS         PIC 9(13)V99  VALUE ZEROES.
  1680 01  WS-TOTAL-CREDITS        PIC 9(13)V99  VALUE ZEROES.
  1690 01  WS-NET-PAY              PIC S9(11)V99 VALUE ZEROES.
  1700 01  WS-DEBIT-DISP           PIC ZZZZZZZZZZZZ9.99.
  1710 01  WS-CREDIT-DISP          PIC ZZZZZZZZZZZZ9.99.
  1720 01  WS-COUNT-DISP           PIC ZZZZ9.
  1730*
  1740*-----------------------------------------------------------*
  1750* GLFEED RECORD LAYOUTS - HEADER, DETAIL AND TRAILER, EACH  *
  1760* 80 BYTES AND TAGGED H, D OR T IN THE FIRST BYTE. THE      *
  1770* BATCH ID IS THE POSTING RUN'S START DATE AND TIME, SO THE *
  1780* LEDGER CAN REFUSE A BATCH IT HAS ALREADY LOADED.           *
  1790*-----------------------------------------------------------*
  1800 01  GL-HEADER-LINE.
  1810     05  GH-RECORD-TYPE      PIC X(1)  VALUE 'H'.
  1820     05  FILLER              PIC X(1)  VALUE SPACE.
  1830     05  GH-BATCH-ID         PIC X(14) VALUE SPACES.
  1840     05  FILLER              PIC X(1)  VALUE SPACE.
  1850     05  GH-SOURCE           PIC X(8)  VALUE 'ASSIGNM3'.
  1860     05  FILLER              PIC X(1)  VALUE SPACE.
  1870     05  GH-PERIOD-DATE      PIC X(8)  VALUE SPACES.
  1880     05  FILLER              PIC X(1)  VALUE SPACE.
  1890     05  GH-CREATED-DATE     PIC X(8)  VALUE SPACES.
  1900     05  FILLER              PIC X(37) VALUE SPACES.
  1910 01  GL-DETAIL-LINE.
  1920     05  GD-RECORD-TYPE      PIC X(1)  VALUE 'D'.
  1930     05  FILLER              PIC X(1)  VALUE SPACE.
  1940     05  GD-ACCOUNT          PIC X(10) VALUE SPACES.
  1950     05  FILLER              PIC X(1)  VALUE SPACE.
  1960     05  GD-DEPARTMENT       PIC X(4)  VALUE SPACES.
  1970     05  FILLER              PIC X(1)  VALUE SPACE.
  1980     05  GD-SIDE             PIC X(1)  VALUE SPACE.
  1990     05  FILLER              PIC X(1)  VALUE SPACE.
  2000     05  GD-AMOUNT           PIC 9(11)V99 VALUE ZEROES.
  2010     05  FILLER              PIC X(1)  VALUE SPACE.
  2020     05  GD-DESCRIPTION      PIC X(20) VALUE SPACES.
  2030     05  FILLER              PIC X(26) VALUE SPACES.
  2040 01  GL-TRAILER-LINE.
  2050     05  GT-RECORD-TYPE      PIC X(1)  VALUE 'T'.
  2060     05  FILLER              PIC X(1)  VALUE SPACE.
  2070     05  GT-BATCH-ID         PIC X(14) VALUE SPACES.
  2080     05  FILLER              PIC X(1)  VALUE SPACE.
  2090     05  GT-LINE-COUNT       PIC 9(5)  VALUE ZEROES.
  2100     05  FILLER              PIC X(1)  VALUE SPACE.
  2110     05  GT-TOTAL-DEBITS     PIC 9(13)V99 VALUE ZEROES.
  2120     05  FILLER              PIC X(1)  VALUE SPACE.
  2130     05  GT-TOTAL-CREDITS    PIC 9(13)V99 VALUE ZEROES.
  2140     05  FILLER              PIC X(26) VALUE SPACES.
  2150*
  2160*-----------------------------------------------------------*
  2170* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  2180* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  2190* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  2200*-----------------------------------------------------------*
  2210 01  WS-RUNLOG-STATUS        PIC X(2) VALUE SPACES.
  2220 01  WS-RUN-START-DATE       PIC X(8) VALUE SPACES.
  2230 01  WS-RUN-START-TIME       PIC X(8) VALUE SPACES.
  2240 01  WS-RUN-END-DATE         PIC X(8) VALUE SPACES.
  2250 01  WS-RUN-END-TIME         PIC X(8) VALUE SPACES.
  2260*
  2270 PROCEDURE DIVISION.
  2280*
  2290*-----------------------------------------------------------*
  2300* 000-MAIN-PROCEDURE                                        *
  2310*-----------------------------------------------------------*
  2320 000-MAIN-PROCEDURE.
  2330     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  2340     ACCEPT WS-RUN-START-TIME FROM TIME.
  2350     PERFORM 040-ACCEPT-POSTING-RUN.
  2360     PERFORM 060-LOAD-GL-MAP.
  2370     PERFORM 070-FIND-POSTING-RUN.
  2380     PERFORM 080-GATHER-RUN-JOURNAL.
  2390     PERFORM 200-BUILD-DEPT-LINES
  2400         VARYING RD-IDX FROM 1 BY 1
  2410         UNTIL RD-IDX > WS-RUN-DEPT-COUNT.
  2420     PERFORM 300-PROVE-FEED.
  2430     PERFORM 400-WRITE-FEED.
  2440     PERFORM 900-TERMINATE.
  2450     STOP RUN.
  2460*
  2470*-----------------------------------------------------------*
  2480* 040-ACCEPT-POSTING-RUN                                     *
  2490*-----------------------------------------------------------*
  2500 040-ACCEPT-POSTING-RUN.
  2510     DISPLAY 'ENTER ASSIGNM3 RUN START (YYYYMMDDHHMMSS, BLANK'
  2520         ' FOR LATEST): '.
  2530     ACCEPT WS-RUN-REQUESTED.
  2540     IF WS-RUN-REQUESTED NOT = SPACES
  2550         AND WS-RUN-REQUESTED IS NOT NUMERIC
  2560         DISPLAY 'RUN START MUST BE YYYYMMDDHHMMSS - GOT '
  2570             WS-RUN-REQUESTED
  2580         PERFORM 950-ABEND-RUN
  2590     END-IF.
  2600*
  2610*-----------------------------------------------------------*
  2620* 060-LOAD-GL-MAP                                            *
  2630*-----------------------------------------------------------*
  2640 060-LOAD-GL-MAP.
  2650     OPEN INPUT GLMAP-FILE.
  2660     IF WS-GLMAP-STATUS NOT = '00'
  2670         DISPLAY 'UNABLE TO OPEN GLMAP - FILE STATUS '
  2680             WS-GLMAP-STATUS
  2690         PERFORM 950-ABEND-RUN
  2700     END-IF.
  2710     PERFORM 065-LOAD-ONE-MAP-ROW
  2720         UNTIL WS-GLMAP-EOF = 'YES'.
  2730     CLOSE GLMAP-FILE.
  2740*
  2750*-----------------------------------------------------------*
  2760* 065-LOAD-ONE-MAP-ROW                                       *
  2770*-----------------------------------------------------------*
  2780 065-LOAD-ONE-MAP-ROW.
  2790     READ GLMAP-FILE
  2800         AT END
  2810             MOVE 'YES' TO WS-GLMAP-EOF
  2820         NOT AT END
  2830             IF WS-GLMAP-COUNT < 100
  2840                 ADD 1 TO WS-GLMAP-COUNT
  2850                 SET MAP-IDX TO WS-GLMAP-COUNT
  2860                 MOVE GM-DEPARTMENT
  2870                     TO MAP-DEPARTMENT (MAP-IDX)
  2880                 MOVE GM-EXPENSE-ACCOUNT
  2890                     TO MAP-EXPENSE-ACCT (MAP-IDX)
  2900                 MOVE GM-FED-PAYABLE-ACCT
  2910                     TO MAP-FED-ACCT (MAP-IDX)
  2920                 MOVE GM-STATE-PAYABLE-ACCT
  2930                     TO MAP-STATE-ACCT (MAP-IDX)
  2940                 MOVE GM-NET-PAY-ACCOUNT
  2950                     TO MAP-NET-PAY-ACCT (MAP-IDX)
  2960                 MOVE GM-DED-PAYABLE-ACCT
  2970                     TO MAP-DED-ACCT (MAP-IDX)
  2980             ELSE
  2990                 DISPLAY 'GLMAP HOLDS MORE THAN 100 '
  3000                     'DEPARTMENTS - TABLE FULL'
  3010                 PERFORM 950-ABEND-RUN
  3020             END-IF
  3030     END-READ.
  3040*
  3050*-----------------------------------------------------------*
  3060* 070-FIND-POSTING-RUN                                       *
  3070*                                                            *
  3080* SCANS RUNLOG FOR THE ASSIGNM3 ROW TO INTERFACE - THE ONE  *
  3090* WHOSE START MATCHES THE RUN REQUESTED, OR THE LAST ONE ON *
  3100* THE LOG WHEN NONE WAS. NO SUCH ROW, OR A ROW WITH A       *
  3110* NON-ZERO RETURN CODE, REFUSES THE FEED: ONLY A CLEAN RUN  *
  3120* IS KNOWN TO HAVE REACHED TAXMASTR IN FULL.                 *
  3130*-----------------------------------------------------------*
  3140 070-FIND-POSTING-RUN.
  3150     OPEN INPUT RUN-LOG-FILE.
  3160     IF WS-RUNLOG-STATUS NOT = '00'
  3170         AND WS-RUNLOG-STATUS NOT = '05'
  3180         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  3190             WS-RUNLOG-STATUS
  3200         PERFORM 950-ABEND-RUN
  3210     END-IF.
  3220     PERFORM 075-SCAN-ONE-LOG-ROW
  3230         UNTIL WS-RUNLOG-EOF = 'YES'.
  3240     CLOSE RUN-LOG-FILE.
  3250     IF WS-RUN-ROW-FOUND = 'NO'
  3260         DISPLAY 'RUNLOG HOLDS NO ASSIGNM3 RUN '
  3270             WS-RUN-REQUESTED
  3280         DISPLAY 'G/L FEED REFUSED.'
  3290         PERFORM 950-ABEND-RUN
  3300     END-IF.
  3310     IF WS-POSTING-RUN-RC NOT = ZERO
  3320         DISPLAY 'ASSIGNM3 RUN ' WS-POSTING-RUN-ID
  3330             ' ENDED WITH RETURN CODE ' WS-POSTING-RUN-RC
  3340         DISPLAY 'G/L FEED REFUSED - ONLY A CLEAN RUN MAY '
  3350             'BE INTERFACED.'
  3360         PERFORM 950-ABEND-RUN
  3370     END-IF.
  3380*
  3390*-----------------------------------------------------------*
  3400* 075-SCAN-ONE-LOG-ROW                                       *
  3410*-----------------------------------------------------------*
  3420 075-SCAN-ONE-LOG-ROW.
  3430     READ RUN-LOG-FILE
  3440         AT END
  3450             MOVE 'YES' TO WS-RUNLOG-EOF
  3460     END-READ.
  3470     IF WS-RUNLOG-EOF NOT = 'YES'
  3480         IF WS-RUNLOG-STATUS NOT = '00'
  3490             DISPLAY 'ERROR READING RUNLOG - FILE STATUS '
  3500                 WS-RUNLOG-STATUS
  3510             CLOSE RUN-LOG-FILE
  3520             PERFORM 950-ABEND-RUN
  3530         END-IF
  3540         IF RL-PROGRAM-NAME = 'ASSIGNM3'
  3550             MOVE RL-START-DATE TO WS-LOG-RUN-DATE
  3560             MOVE RL-START-TIME TO WS-LOG-RUN-TIME
  3570             IF WS-RUN-REQUESTED = SPACES
  3580                 OR WS-RUN-REQUESTED = WS-LOG-RUN-ID
  3590                 MOVE 'YES' TO WS-RUN-ROW-FOUND
  3600                 MOVE WS-LOG-RUN-ID  TO WS-POSTING-RUN-ID
  3610                 MOVE RL-RETURN-CODE TO WS-POSTING-RUN-RC
  3620             END-IF
  3630         END-IF
  3640     END-IF.
  3650*
  3660*-----------------------------------------------------------*
  3670* 080-GATHER-RUN-JOURNAL                                     *
  3680*                                                            *
  3690* TOTALS THE RUN'S TAXJRNL ROWS BY DEPARTMENT AND PICKS UP  *
  3700* ITS RUN-CONTROL ROW. A CLEAN RUN THAT LEFT NO ROWS WAS A  *
  3710* RATE SIMULATION OR POSTED NOTHING - THERE IS NOTHING TO   *
  3720* INTERFACE. THE ROWS MUST ADD UP TO THE RUN-CONTROL ROW    *
  3730* (THE MOVEMENT THE RUN ADDED TO TAXBAL), OR THE JOURNAL    *
  3740* HAS LOST OR GAINED A ROW AND THE FEED IS REFUSED.          *
  3750*-----------------------------------------------------------*
  3760 080-GATHER-RUN-JOURNAL.
  3770     OPEN INPUT JOURNAL-FILE.
  3780     IF WS-JOURNAL-STATUS NOT = '00'
  3790         DISPLAY 'UNABLE TO OPEN TAXJRNL - FILE STATUS '
  3800             WS-JOURNAL-STATUS
  3810         PERFORM 950-ABEND-RUN
  3820     END-IF.
  3830     PERFORM 085-GATHER-ONE-ROW
  3840         UNTIL WS-JOURNAL-EOF = 'YES'.
  3850     CLOSE JOURNAL-FILE.
  3860     IF WS-RUN-ROW-COUNT = 0
  3870         DISPLAY 'ASSIGNM3 RUN ' WS-POSTING-RUN-ID
  3880             ' POSTED NOTHING TO TAXJRNL'
  3890         DISPLAY 'G/L FEED REFUSED - NOTHING TO INTERFACE.'
  3900         PERFORM 950-ABEND-RUN
  3910     END-IF.
  3920     IF WS-CONTROL-SEEN = 'NO'
  3930         OR WS-ROW-INCOME NOT = WS-CTL-INCOME
  3940         OR WS-ROW-TAX NOT = WS-CTL-TAX
  3950         OR WS-ROW-STATE-TAX NOT = WS-CTL-STATE-TAX
  3960         OR WS-ROW-DEDUCTIONS NOT = WS-CTL-DEDUCTIONS
  3970         DISPLAY 'TAXJRNL ROWS FOR RUN ' WS-POSTING-RUN-ID
  3980             ' DO NOT AGREE WITH ITS RUN-CONTROL ROW'
  3990         DISPLAY 'G/L FEED REFUSED - RUN TAXQTR TO SEE THE '
  4000             'DIFFERENCE.'
  4010         PERFORM 950-ABEND-RUN
  4020     END-IF.
  4030*
  4040*-----------------------------------------------------------*
  4050* 085-GATHER-ONE-ROW                                         *
  4060*-----------------------------------------------------------*
  4070 085-GATHER-ONE-ROW.
  4080     READ JOURNAL-FILE
  4090         AT END
  4100             MOVE 'YES' TO WS-JOURNAL-EOF
  4110     END-READ.
  4120     IF WS-JOURNAL-EOF NOT = 'YES'
  4130         IF WS-JOURNAL-STATUS NOT = '00'
  4140             DISPLAY 'ERROR READING TAXJRNL - FILE STATUS '
  4150                 WS-JOURNAL-STATUS
  4160             PERFORM 950-ABEND-RUN
  4170         END-IF
  4180         IF TJ-RUN-DATE = WS-POSTING-RUN-DATE
  4190             AND TJ-RUN-TIME = WS-POSTING-RUN-TIME
  4200             IF TJ-DEDUCTION-AREA = SPACES
  4210                 MOVE ZEROES TO TJ-DEDUCTIONS
  4220             END-IF
  4230             IF TJ-INCOME IS NOT NUMERIC
  4240                 OR TJ-TAX IS NOT NUMERIC
  4250                 OR TJ-STATE-TAX IS NOT NUMERIC
  4260                 OR TJ-DEDUCTIONS IS NOT NUMERIC
  4270                 DISPLAY 'UNREADABLE TAXJRNL ROW FOR THE RUN: '
  4280                     JOURNAL-RECORD
  4290                 DISPLAY 'G/L FEED REFUSED.'
  4300                 PERFORM 950-ABEND-RUN
  4310             END-IF
  4320             IF TJ-RECORD-TYPE = 'C'
  4330                 MOVE 'YES'        TO WS-CONTROL-SEEN
  4340                 MOVE TJ-INCOME    TO WS-CTL-INCOME
  4350                 MOVE TJ-TAX       TO WS-CTL-TAX
  4360                 MOVE TJ-STATE-TAX TO WS-CTL-STATE-TAX
  4370                 MOVE TJ-DEDUCTIONS TO WS-CTL-DEDUCTIONS
  4380             ELSE
  4390                 ADD 1 TO WS-RUN-ROW-COUNT
  4400                 MOVE TJ-PERIOD-DATE TO WS-TAX-PERIOD-DATE
  4410                 ADD TJ-INCOME    TO WS-ROW-INCOME
  4420                 ADD TJ-TAX       TO WS-ROW-TAX
  4430                 ADD TJ-STATE-TAX TO WS-ROW-STATE-TAX
  4440                 ADD TJ-DEDUCTIONS TO WS-ROW-DEDUCTIONS
  4450                 PERFORM 090-ACCUMULATE-DEPT
  4460             END-IF
  4470         END-IF
  4480     END-IF.
  4490*
  4500*-----------------------------------------------------------*
  4510* 090-ACCUMULATE-DEPT                                        *
  4520*-----------------------------------------------------------*
  4530 090-ACCUMULATE-DEPT.
  4540     SET RD-IDX TO 1.
  4550     SEARCH RUN-DEPT-ENTRY
  4560         AT END
  4570             IF WS-RUN-DEPT-COUNT < 100
  4580                 ADD 1 TO WS-RUN-DEPT-COUNT
  4590                 SET RD-IDX TO WS-RUN-DEPT-COUNT
  4600                 MOVE TJ-DEPARTMENT TO RD-DEPARTMENT (RD-IDX)
  4610                 MOVE TJ-INCOME     TO RD-GROSS (RD-IDX)
  4620                 MOVE TJ-TAX        TO RD-FED-TAX (RD-IDX)
  4630                 MOVE TJ-STATE-TAX  TO RD-STATE-TAX (RD-IDX)
  4640                 MOVE TJ-DEDUCTIONS TO RD-DEDUCTIONS (RD-IDX)
  4650             ELSE
  4660                 DISPLAY 'RUN POSTED MORE THAN 100 '
  4670                     'DEPARTMENTS - TABLE FULL'
  4680                 PERFORM 950-ABEND-RUN
  4690             END-IF
  4700         WHEN RD-DEPARTMENT (RD-IDX) = TJ-DEPARTMENT
  4710             ADD TJ-INCOME    TO RD-GROSS (RD-IDX)
  4720             ADD TJ-TAX       TO RD-FED-TAX (RD-IDX)
  4730             ADD TJ-STATE-TAX TO RD-STATE-TAX (RD-IDX)
  4740             ADD TJ-DEDUCTIONS TO RD-DEDUCTIONS (RD-IDX)
  4750     END-SEARCH.
  4760*
  4770*-----------------------------------------------------------*
  4780* 200-BUILD-DEPT-LINES                                       *
  4790*                                                            *
  4800* ONE DEPARTMENT'S FEED LINES - DEBIT WAGE EXPENSE WITH THE *
  4810* GROSS, CREDIT FEDERAL AND STATE WITHHOLDING PAYABLE WITH  *
  4820* THE TAX, CREDIT DEDUCTIONS PAYABLE WITH THE PRE-TAX AND   *
  4830* AFTER-TAX DEDUCTIONS, AND CREDIT NET PAY CLEARING WITH    *
  4840* WHAT IS LEFT. A DEPARTMENT NOT ON GLMAP, OR ONE THAT TOOK *
  4850* DEDUCTIONS WITH NO DEDUCTIONS PAYABLE ACCOUNT THERE, IS   *
  4860* NAMED AND COUNTED; THE FEED IS REFUSED ONCE EVERY MISSING *
  4870* ONE HAS BEEN LISTED.                                      *
  4880*-----------------------------------------------------------*
  4890 200-BUILD-DEPT-LINES.
  4900     SET MAP-IDX TO 1.
  4910     SEARCH GL-MAP-ENTRY
  4920         AT END
  4930             ADD 1 TO WS-MISSING-MAP-COUNT
  4940             DISPLAY 'DEPARTMENT ' RD-DEPARTMENT (RD-IDX)
  4950                 ' HAS NO ACCOUNTS ON GLMAP'
  4960         WHEN MAP-DEPARTMENT (MAP-IDX) = RD-DEPARTMENT (RD-IDX)
  4970             MOVE MAP-EXPENSE-ACCT (MAP-IDX)
  4980                 TO WS-LINE-ACCOUNT
  4990             MOVE RD-GROSS (RD-IDX) TO WS-LINE-AMOUNT
  5000             MOVE 'D' TO WS-LINE-SIDE
  5010             MOVE 'WAGE EXPENSE' TO WS-LINE-DESC
  5020             PERFORM 210-ADD-FEED-LINE
  5030             MOVE MAP-FED-ACCT (MAP-IDX) TO WS-LINE-ACCOUNT
  5040             MOVE RD-FED-TAX (RD-IDX) TO WS-LINE-AMOUNT
  5050             MOVE 'C' TO WS-LINE-SIDE
  5060             MOVE 'FED WITHHOLDING' TO WS-LINE-DESC
  5070             PERFORM 210-ADD-FEED-LINE
  5080             MOVE MAP-STATE-ACCT (MAP-IDX) TO WS-LINE-ACCOUNT
  5090             MOVE RD-STATE-TAX (RD-IDX) TO WS-LINE-AMOUNT
  5100             MOVE 'C' TO WS-LINE-SIDE
  5110             MOVE 'STATE WITHHOLDING' TO WS-LINE-DESC
  5120             PERFORM 210-ADD-FEED-LINE
  5130             IF RD-DEDUCTIONS (RD-IDX) NOT = ZERO
  5140                 AND MAP-DED-ACCT (MAP-IDX) = SPACES
  5150                 ADD 1 TO WS-MISSING-MAP-COUNT
  5160                 DISPLAY 'DEPARTMENT ' RD-DEPARTMENT (RD-IDX)
  5170                     ' HAS NO DEDUCTIONS PAYABLE ACCOUNT ON GLMAP'
  5180             END-IF
  5190             MOVE MAP-DED-ACCT (MAP-IDX) TO WS-LINE-ACCOUNT
  5200             MOVE RD-DEDUCTIONS (RD-IDX) TO WS-LINE-AMOUNT
  5210             MOVE 'C' TO WS-LINE-SIDE
  5220             MOVE 'DEDUCTIONS PAYABLE' TO WS-LINE-DESC
  5230             PERFORM 210-ADD-FEED-LINE
  5240             COMPUTE WS-NET-PAY = RD-GROSS (RD-IDX)
  5250                 - RD-FED-TAX (RD-IDX) - RD-STATE-TAX (RD-IDX)
  5260                 - RD-DEDUCTIONS (RD-IDX)
  5270             MOVE MAP-NET-PAY-ACCT (MAP-IDX)
  5280                 TO WS-LINE-ACCOUNT
  5290             MOVE WS-NET-PAY TO WS-LINE-AMOUNT
  5300             MOVE 'C' TO WS-LINE-SIDE
  5310             MOVE 'NET PAY CLEARING' TO WS-LINE-DESC
  5320             PERFORM 210-ADD-FEED-LINE
  5330     END-SEARCH.
  5340*
  5350*-----------------------------------------------------------*
  5360* 210-ADD-FEED-LINE                                          *
  5370*                                                            *
  5380* A NEGATIVE AMOUNT GOES ON THE OTHER SIDE AS A POSITIVE    *
  5390* ONE, SO THE FEED NEVER CARRIES A SIGNED AMOUNT.            *
  5400*-----------------------------------------------------------*
  5410 210-ADD-FEED-LINE.
  5420     IF WS-LINE-AMOUNT NOT = ZERO
  5430         IF WS-LINE-AMOUNT < ZERO
  5440             COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
  5450             IF WS-LINE-SIDE = 'D'
  5460                 MOVE 'C' TO WS-LINE-SIDE
  5470             ELSE
  5480                 MOVE 'D' TO WS-LINE-SIDE
  5490             END-IF
  5500         END-IF
  5510         ADD 1 TO WS-LINE-COUNT
  5520         MOVE WS-LINE-ACCOUNT TO GLL-ACCOUNT (WS-LINE-COUNT)
  5530         MOVE RD-DEPARTMENT (RD-IDX)
  5540             TO GLL-DEPARTMENT (WS-LINE-COUNT)
  5550         MOVE WS-LINE-SIDE    TO GLL-SIDE (WS-LINE-COUNT)
  5560         MOVE WS-LINE-AMOUNT  TO GLL-AMOUNT (WS-LINE-COUNT)
  5570         MOVE WS-LINE-DESC    TO GLL-DESC (WS-LINE-COUNT)
  5580         IF WS-LINE-SIDE = 'D'
  5590             ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
  5600         ELSE
  5610             ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
  5620         END-IF
  5630     END-IF.
  5640*
  5650*-----------------------------------------------------------*
  5660* 300-PROVE-FEED                                             *
  5670*                                                            *
  5680* THE LAST GATE BEFORE ANYTHING IS WRITTEN - EVERY          *
  5690* DEPARTMENT MUST HAVE ITS ACCOUNTS AND THE DEBITS MUST     *
  5700* EQUAL THE CREDITS.                                         *
  5710*-----------------------------------------------------------*
  5720 300-PROVE-FEED.
  5730     IF WS-MISSING-MAP-COUNT > 0
  5740         MOVE WS-MISSING-MAP-COUNT TO WS-COUNT-DISP
  5750         DISPLAY 'G/L FEED REFUSED - ' WS-COUNT-DISP
  5760             ' DEPARTMENT(S) MISSING ACCOUNTS ON GLMAP.'
  5770         PERFORM 950-ABEND-RUN
  5780     END-IF.
  5790     MOVE WS-TOTAL-DEBITS  TO WS-DEBIT-DISP.
  5800     MOVE WS-TOTAL-CREDITS TO WS-CREDIT-DISP.
  5810     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
  5820         DISPLAY 'G/L FEED REFUSED - DEBITS ' WS-DEBIT-DISP
  5830             ' DO NOT EQUAL CREDITS ' WS-CREDIT-DISP
  5840         PERFORM 950-ABEND-RUN
  5850     END-IF.
  5860*
  5870*-----------------------------------------------------------*
  5880* 400-WRITE-FEED                                             *
  5890*-----------------------------------------------------------*
  5900 400-WRITE-FEED.
  5910     OPEN OUTPUT GL-FEED-FILE.
  5920     IF WS-FEED-STATUS NOT = '00'
  5930         DISPLAY 'UNABLE TO OPEN GLFEED - FILE STATUS '
  5940             WS-FEED-STATUS
  5950         PERFORM 950-ABEND-RUN
  5960     END-IF.
  5970     MOVE WS-POSTING-RUN-ID  TO GH-BATCH-ID.
  5980     MOVE WS-TAX-PERIOD-DATE TO GH-PERIOD-DATE.
  5990     MOVE WS-RUN-START-DATE  TO GH-CREATED-DATE.
  6000     MOVE GL-HEADER-LINE TO GL-FEED-RECORD.
  6010     PERFORM 450-WRITE-FEED-RECORD.
  6020     PERFORM 410-WRITE-ONE-DETAIL
  6030         VARYING WS-LINE-SUB FROM 1 BY 1
  6040         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
  6050     MOVE WS-POSTING-RUN-ID TO GT-BATCH-ID.
  6060     MOVE WS-LINE-COUNT     TO GT-LINE-COUNT.
  6070     MOVE WS-TOTAL-DEBITS   TO GT-TOTAL-DEBITS.
  6080     MOVE WS-TOTAL-CREDITS  TO GT-TOTAL-CREDITS.
  6090     MOVE GL-TRAILER-LINE TO GL-FEED-RECORD.
  6100     PERFORM 450-WRITE-FEED-RECORD.
  6110     CLOSE GL-FEED-FILE.
  6120*
  6130*-----------------------------------------------------------*
  6140* 410-WRITE-ONE-DETAIL                                       *
  6150*-----------------------------------------------------------*
  6160 410-WRITE-ONE-DETAIL.
  6170     MOVE GLL-ACCOUNT (WS-LINE-SUB)    TO GD-ACCOUNT.
  6180     MOVE GLL-DEPARTMENT (WS-LINE-SUB) TO GD-DEPARTMENT.
  6190     MOVE GLL-SIDE (WS-LINE-SUB)       TO GD-SIDE.
  6200     MOVE GLL-AMOUNT (WS-LINE-SUB)     TO GD-AMOUNT.
  6210     MOVE GLL-DESC (WS-LINE-SUB)       TO GD-DESCRIPTION.
  6220     MOVE GL-DETAIL-LINE TO GL-FEED-RECORD.
  6230     PERFORM 450-WRITE-FEED-RECORD.
  6240*
  6250*-----------------------------------------------------------*
  6260* 450-WRITE-FEED-RECORD                                      *
  6270*-----------------------------------------------------------*
  6280 450-WRITE-FEED-RECORD.
  6290     WRITE GL-FEED-RECORD.
  6300     IF WS-FEED-STATUS NOT = '00'
  6310         DISPLAY 'UNABLE TO WRITE GLFEED - FILE STATUS '
  6320             WS-FEED-STATUS
  6330         PERFORM 950-ABEND-RUN
  6340     END-IF.
  6350*
  6360*-----------------------------------------------------------*
  6370* 900-TERMINATE                                              *
  6380*-----------------------------------------------------------*
  6390 900-TERMINATE.
  6400     MOVE WS-LINE-COUNT TO WS-COUNT-DISP.
  6410     DISPLAY 'G/L BATCH................ ' WS-POSTING-RUN-ID.
  6420     DISPLAY 'FEED LINES WRITTEN....... ' WS-COUNT-DISP.
  6430     DISPLAY 'TOTAL DEBITS............. ' WS-DEBIT-DISP.
  6440     DISPLAY 'TOTAL CREDITS............ ' WS-CREDIT-DISP.
  6450     PERFORM 930-WRITE-RUN-LOG.
  6460*
  6470*-----------------------------------------------------------*
  6480* 930-WRITE-RUN-LOG                                          *
  6490*                                                            *
  6500* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  6510* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  6520* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  6530*-----------------------------------------------------------*
  6540 930-WRITE-RUN-LOG.
  6550     OPEN EXTEND RUN-LOG-FILE.
  6560     IF WS-RUNLOG-STATUS NOT = '00'
  6570         AND WS-RUNLOG-STATUS NOT = '05'
  6580         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  6590             WS-RUNLOG-STATUS
  6600     ELSE
  6610         MOVE SPACES TO RUN-LOG-RECORD
  6620         MOVE 'GLINTF  '          TO RL-PROGRAM-NAME
  6630         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  6640         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  6650         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  6660         ACCEPT WS-RUN-END-TIME FROM TIME
  6670         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  6680         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  6690         MOVE WS-RUN-ROW-COUNT    TO RL-RECORDS-READ
  6700         MOVE WS-LINE-COUNT       TO RL-RECORDS-WRITTEN
  6710         MOVE WS-MISSING-MAP-COUNT TO RL-EXCEPTION-COUNT
  6720         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  6730         MOVE RETURN-CODE         TO RL-RETURN-CODE
  6740         MOVE WS-POSTING-RUN-DATE TO RL-RUN-DETAIL
  6750         WRITE RUN-LOG-RECORD
  6760         IF WS-RUNLOG-STATUS NOT = '00'
  6770             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  6780                 WS-RUNLOG-STATUS
  6790         END-IF
  6800         CLOSE RUN-LOG-FILE
  6810     END-IF.
  6820*
  6830*-----------------------------------------------------------*
  6840* 950-ABEND-RUN                                              *
  6850*-----------------------------------------------------------*
  6860 950-ABEND-RUN.
  6870     DISPLAY 'GLINTF IS ABENDING - SEE THE MESSAGE ABOVE'.
  6880     DISPLAY 'FOR THE CAUSE.'.
  6890     MOVE 16 TO RETURN-CODE.
  6900     PERFORM 930-WRITE-RUN-LOG.
  6910     STOP RUN.
