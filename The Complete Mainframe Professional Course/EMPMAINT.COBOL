    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    EMPMAINT.
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
   130* 2026-10-15 DP    ORIGINAL VERSION - TRANSACTION-DRIVEN    *
   140*                  MAINTENANCE FOR THE EMPREF EMPLOYEE      *
   150*                  REFERENCE FILE. APPLIES HIRE (H),        *
   160*                  TERMINATION (T), REHIRE (R), NAME        *
   170*                  CHANGE (N) AND DEPARTMENT TRANSFER (D)   *
   180*                  TRANSACTIONS FROM EMPTRANS, EACH WITH AN *
   190*                  EFFECTIVE DATE. A TRANSFER KEEPS THE     *
   200*                  DEPARTMENT IT REPLACES IN THE EMPREF     *
   210*                  PRIOR-DEPARTMENT SLOTS SO PAST PERIODS   *
   220*                  STAY WITH THE DEPARTMENT THEY WERE       *
   230*                  WORKED IN. EVERY CHANGE AND EVERY REJECT *
   240*                  IS WRITTEN TO THE EMPAUDIT TRAIL WITH    *
   250*                  THE RUN DATE AND THE BEFORE AND AFTER    *
   260*                  IMAGES OF THE ROW.                       *
   270*-----------------------------------------------------------*
   280 ENVIRONMENT DIVISION.
   290 INPUT-OUTPUT SECTION.
   300 FILE-CONTROL.
   310     SELECT TRANS-FILE ASSIGN TO "EMPTRANS"
   320         ORGANIZATION IS LINE SEQUENTIAL
   330         ACCESS MODE IS SEQUENTIAL
   340         FILE STATUS IS WS-TRANS-STATUS.
   350*
   360     SELECT EMPREF-FILE ASSIGN TO "EMPREF"
   370         ORGANIZATION IS LINE SEQUENTIAL
   380         ACCESS MODE IS SEQUENTIAL
   390         FILE STATUS IS WS-EMPREF-STATUS.
   400*
   410     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "EMPAUDIT"
   420         ORGANIZATION IS LINE SEQUENTIAL
   430         ACCESS MODE IS SEQUENTIAL
   440         FILE STATUS IS WS-AUDIT-STATUS.
   450*
   460     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   470         ORGANIZATION IS LINE SEQUENTIAL
   480         ACCESS MODE IS SEQUENTIAL
   490         FILE STATUS IS WS-RUNLOG-STATUS.
   500*
   510 DATA DIVISION.
   520 FILE SECTION.
   530 FD  TRANS-FILE.
   540 01  TRANS-RECORD.
   550     05  ET-ACTION          PIC X(1).
   560     05  FILLER             PIC X(1).
   570     05  ET-EMPLOYEE-ID     PIC X(6).
   580     05  FILLER             PIC X(1).
   590     05  ET-EFFECTIVE-DATE  PIC X(8).
   600     05  FILLER             PIC X(1).
   610     05  ET-EMPLOYEE-NAME   PIC X(20).
   620     05  FILLER             PIC X(1).
   630     05  ET-DEPARTMENT      PIC X(4).
   640     05  FILLER             PIC X(1).
   650     05  ET-WORK-STATE      PIC X(2).
   660*
   670 FD  EMPREF-FILE.
   680 01  EMPREF-RECORD.
   690     COPY EMPREF.
   700*
   710 FD  AUDIT-FILE.
   720 01  AUDIT-LINE             PIC X(180).
   730*
   740 FD  RUN-LOG-FILE.
   750 01  RUN-LOG-RECORD.
   760     COPY RUNLOGREC.
   770*
   780 WORKING-STORAGE SECTION.
   790*
   800 01  WS-TRANS-STATUS        PIC X(2) VALUE SPACES.
   810 01  WS-EMPREF-STATUS       PIC X(2) VALUE SPACES.
   820 01  WS-AUDIT-STATUS        PIC X(2) VALUE SPACES.
   830 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
   840*
   850 01  WS-TRANS-VALID         PIC X(3) VALUE 'YES'.
   860 01  WS-REJECT-REASON       PIC X(40) VALUE SPACES.
   870 01  WS-PRIOR-SUB           PIC 9    VALUE ZERO.
   880 01  WS-NEW-DEPT            PIC X(4) VALUE SPACES.
   890*
   900*-----------------------------------------------------------*
   910* EFFECTIVE DATE EDIT - THE DATE MUST BE EIGHT DIGITS WITH  *
   920* A MONTH OF 01-12 AND A DAY OF 01-31, SINCE EVERY DATE     *
   930* COMPARISON ON EMPREF IS A PLAIN YYYYMMDD COMPARE.         *
   940*-----------------------------------------------------------*
   950 01  WS-EDIT-DATE.
   960     05  WS-EDIT-YEAR       PIC 9(4).
   970     05  WS-EDIT-MONTH      PIC 9(2).
   980     05  WS-EDIT-DAY        PIC 9(2).
   990*
  1000*-----------------------------------------------------------*
  1010* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1020* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1030* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1040*-----------------------------------------------------------*
  1050 01  WS-RUNLOG-STATUS       PIC X(2) VALUE SPACES.
  1060 01  WS-RUN-START-DATE      PIC X(8) VALUE SPACES.
  1070 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  1080 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  1090 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  1100*
  1110*-----------------------------------------------------------*
  1120* EMPLOYEE TABLE - EVERY EMPREF ROW, LOADED AT STARTUP,     *
  1130* UPDATED IN PLACE BY THE TRANSACTIONS (A HIRE IS ADDED AT  *
  1140* THE END) AND WRITTEN BACK OVER EMPREF AT END OF RUN. THE  *
  1150* FILE IS ONLY REWRITTEN ONCE EVERY TRANSACTION HAS BEEN    *
  1160* APPLIED, SO AN ABEND PART WAY LEAVES EMPREF AS IT WAS.    *
  1170* A REFERENCE FILE LARGER THAN THE TABLE WOULD LOSE ROWS    *
  1180* ON THE REWRITE, SO IT IS ABENDED RATHER THAN TRUNCATED;   *
  1190* A HIRE THAT FINDS THE TABLE FULL IS REJECTED.             *
  1200*-----------------------------------------------------------*
  1210 01  WS-EMPREF-COUNT        PIC 9(4) VALUE ZEROES.
  1220 01  WS-EMPREF-WRITTEN      PIC 9(5) VALUE ZEROES.
  1230 01  WS-ID-ON-REF           PIC X(3) VALUE 'NO'.
  1240 01  EMP-TABLE.
  1250     05  EMP-ENTRY OCCURS 5000 TIMES INDEXED BY EMP-IDX.
  1260         10  EMP-ID             PIC X(6)  VALUE SPACES.
  1270         10  EMP-NAME           PIC X(20) VALUE SPACES.
  1280         10  EMP-DEPT           PIC X(4)  VALUE SPACES.
  1290         10  EMP-STATE          PIC X(2)  VALUE SPACES.
  1300         10  EMP-HIRE-DATE      PIC X(8)  VALUE SPACES.
  1310         10  EMP-TERM-DATE      PIC X(8)  VALUE SPACES.
  1320         10  EMP-DEPT-EFFECTIVE PIC X(8)  VALUE SPACES.
  1330         10  EMP-PRIOR-ENTRY OCCURS 4 TIMES.
  1340             15  EMP-PRIOR-DEPT PIC X(4)  VALUE SPACES.
  1350             15  EMP-PRIOR-FROM PIC X(8)  VALUE SPACES.
  1360*
  1370*-----------------------------------------------------------*
  1380* BEFORE/AFTER IMAGES FOR THE AUDIT LINE - PAYROLL NEEDS TO *
  1390* SEE WHAT A ROW LOOKED LIKE BEFORE EVERY CHANGE AS WELL AS *
  1400* AFTER IT. THE IMAGE IS THE NAME, DEPARTMENT, WORK STATE,  *
  1410* HIRE DATE, TERMINATION DATE AND DEPARTMENT EFFECTIVE      *
  1420* DATE.                                                     *
  1430*-----------------------------------------------------------*
  1440 01  WS-BEFORE-IMAGE        PIC X(61) VALUE SPACES.
  1450 01  WS-AFTER-IMAGE         PIC X(61) VALUE SPACES.
  1460 01  WS-ROW-IMAGE.
  1470     05  WS-IMG-NAME        PIC X(20).
  1480     05  FILLER             PIC X(1)  VALUE SPACE.
  1490     05  WS-IMG-DEPT        PIC X(4).
  1500     05  FILLER             PIC X(1)  VALUE SPACE.
  1510     05  WS-IMG-STATE       PIC X(2).
  1520     05  FILLER             PIC X(3)  VALUE ' H:'.
  1530     05  WS-IMG-HIRE        PIC X(8).
  1540     05  FILLER             PIC X(3)  VALUE ' T:'.
  1550     05  WS-IMG-TERM        PIC X(8).
  1560     05  FILLER             PIC X(3)  VALUE ' D:'.
  1570     05  WS-IMG-DEPT-EFF    PIC X(8).
  1580*
  1590*-----------------------------------------------------------*
  1600* TRANSACTION COUNTS - PRINTED AS A SUMMARY AT END OF RUN    *
  1610* AND AS A TRAILER ON EMPAUDIT SO THE RUN CAN BE BALANCED:   *
  1620* READ = HIRED + TERMINATED + REHIRED + RENAMED +            *
  1630* TRANSFERRED + REJECTED.                                    *
  1640*-----------------------------------------------------------*
  1650 01  WS-READ-COUNT          PIC 9(5) VALUE ZEROES.
  1660 01  WS-HIRED-COUNT         PIC 9(5) VALUE ZEROES.
  1670 01  WS-TERMINATED-COUNT    PIC 9(5) VALUE ZEROES.
  1680 01  WS-REHIRED-COUNT       PIC 9(5) VALUE ZEROES.
  1690 01  WS-RENAMED-COUNT       PIC 9(5) VALUE ZEROES.
  1700 01  WS-TRANSFERRED-COUNT   PIC 9(5) VALUE ZEROES.
  1710 01  WS-REJECT-COUNT        PIC 9(5) VALUE ZEROES.
  1720 01  WS-READ-COUNT-DISP     PIC ZZZZ9.
  1730 01  WS-HIRED-COUNT-DISP    PIC ZZZZ9.
  1740 01  WS-TERMINATED-DISP     PIC ZZZZ9.
  1750 01  WS-REHIRED-COUNT-DISP  PIC ZZZZ9.
  1760 01  WS-RENAMED-COUNT-DISP  PIC ZZZZ9.
  1770 01  WS-TRANSFERRED-DISP    PIC ZZZZ9.
  1780 01  WS-REJECT-COUNT-DISP   PIC ZZZZ9.
  1790 01  WS-EMPREF-WRITTEN-DISP PIC ZZZZ9.
  1800*
  1810 PROCEDURE DIVISION.
  1820*
  1830*-----------------------------------------------------------*
  1840* 000-MAIN-PROCEDURE                                        *
  1850*-----------------------------------------------------------*
  1860 000-MAIN-PROCEDURE.
  1870     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  1880     ACCEPT WS-RUN-START-TIME FROM TIME.
  1890     PERFORM 050-INITIALIZE.
  1900     PERFORM 100-APPLY-TRANSACTIONS UNTIL END-OF-FILE = 'YES'.
  1910     PERFORM 800-REWRITE-EMPREF.
  1920     PERFORM 300-PRINT-SUMMARY.
  1930     PERFORM 900-TERMINATE.
  1940     STOP RUN.
  1950*
  1960*-----------------------------------------------------------*
  1970* 050-INITIALIZE                                             *
  1980*                                                            *
  1990* LOADS EVERY EMPREF ROW INTO THE EMPLOYEE TABLE. A MISSING *
  2000* EMPREF IS A REAL ERROR - THE FIRST EMPLOYEES ARE LOADED   *
  2010* FROM AN EMPTY EMPREF AND A FILE OF HIRE TRANSACTIONS.     *
  2020*-----------------------------------------------------------*
  2030 050-INITIALIZE.
  2040     OPEN INPUT EMPREF-FILE.
  2050     IF WS-EMPREF-STATUS NOT = '00'
  2060         DISPLAY 'UNABLE TO OPEN EMPREF - FILE STATUS '
  2070             WS-EMPREF-STATUS
  2080         PERFORM 950-ABEND-RUN
  2090     END-IF.
  2100     PERFORM 060-LOAD-ONE-EMPLOYEE UNTIL END-OF-FILE = 'YES'.
  2110     CLOSE EMPREF-FILE.
  2120     MOVE 'NO' TO END-OF-FILE.
  2130     OPEN INPUT TRANS-FILE.
  2140     IF WS-TRANS-STATUS NOT = '00'
  2150         DISPLAY 'UNABLE TO OPEN EMPTRANS - FILE STATUS '
  2160             WS-TRANS-STATUS
  2170         PERFORM 950-ABEND-RUN
  2180     END-IF.
  2190     OPEN EXTEND AUDIT-FILE.
  2200     IF WS-AUDIT-STATUS NOT = '00'
  2210         AND WS-AUDIT-STATUS NOT = '05'
  2220         DISPLAY 'UNABLE TO OPEN EMPAUDIT - FILE STATUS '
  2230             WS-AUDIT-STATUS
  2240         PERFORM 950-ABEND-RUN
  2250     END-IF.
  2260     PERFORM 110-READ-TRANSACTION.
  2270*
  2280*-----------------------------------------------------------*
  2290* 060-LOAD-ONE-EMPLOYEE                                      *
  2300*-----------------------------------------------------------*
  2310 060-LOAD-ONE-EMPLOYEE.
  2320     READ EMPREF-FILE
  2330         AT END
  2340             MOVE 'YES' TO END-OF-FILE
  2350     END-READ.
  2360     IF END-OF-FILE NOT = 'YES'
  2370         AND WS-EMPREF-STATUS NOT = '00'
  2380         DISPLAY 'ERROR READING EMPREF - FILE STATUS '
  2390             WS-EMPREF-STATUS
  2400         PERFORM 950-ABEND-RUN
  2410     END-IF.
  2420     IF END-OF-FILE NOT = 'YES'
  2430         IF WS-EMPREF-COUNT < 5000
  2440             ADD 1 TO WS-EMPREF-COUNT
  2450             SET EMP-IDX TO WS-EMPREF-COUNT
  2460             MOVE ER-EMPLOYEE-ID    TO EMP-ID (EMP-IDX)
  2470             MOVE ER-EMPLOYEE-NAME  TO EMP-NAME (EMP-IDX)
  2480             MOVE ER-DEPARTMENT     TO EMP-DEPT (EMP-IDX)
  2490             MOVE ER-WORK-STATE     TO EMP-STATE (EMP-IDX)
  2500             MOVE ER-HIRE-DATE      TO EMP-HIRE-DATE (EMP-IDX)
  2510             MOVE ER-TERM-DATE      TO EMP-TERM-DATE (EMP-IDX)
  2520             MOVE ER-DEPT-EFFECTIVE
  2530                 TO EMP-DEPT-EFFECTIVE (EMP-IDX)
  2540             PERFORM 065-LOAD-PRIOR-SLOT
  2550                 VARYING WS-PRIOR-SUB FROM 1 BY 1
  2560                 UNTIL WS-PRIOR-SUB > 4
  2570         ELSE
  2580             DISPLAY 'EMPREF HOLDS MORE THAN 5000 EMPLOYEES - '
  2590                 'REWRITE WOULD LOSE ROWS'
  2600             PERFORM 950-ABEND-RUN
  2610         END-IF
  2620     END-IF.
  2630*
  2640*-----------------------------------------------------------*
  2650* 065-LOAD-PRIOR-SLOT                                        *
  2660*-----------------------------------------------------------*
  2670 065-LOAD-PRIOR-SLOT.
  2680     MOVE ER-PRIOR-DEPT (WS-PRIOR-SUB)
  2690         TO EMP-PRIOR-DEPT (EMP-IDX, WS-PRIOR-SUB).
  2700     MOVE ER-PRIOR-DEPT-FROM (WS-PRIOR-SUB)
  2710         TO EMP-PRIOR-FROM (EMP-IDX, WS-PRIOR-SUB).
  2720*
  2730*-----------------------------------------------------------*
  2740* 070-FIND-EMPLOYEE                                          *
  2750*                                                            *
  2760* SETS WS-ID-ON-REF AND LEAVES EMP-IDX ON THE TABLE ROW FOR *
  2770* THE TRANSACTION'S EMPLOYEE-ID.                            *
  2780*-----------------------------------------------------------*
  2790 070-FIND-EMPLOYEE.
  2800     MOVE 'NO' TO WS-ID-ON-REF.
  2810     SET EMP-IDX TO 1.
  2820     IF WS-EMPREF-COUNT > 0
  2830         SEARCH EMP-ENTRY
  2840             AT END
  2850                 CONTINUE
  2860             WHEN EMP-ID (EMP-IDX) = ET-EMPLOYEE-ID
  2870                 MOVE 'YES' TO WS-ID-ON-REF
  2880         END-SEARCH
  2890     END-IF.
  2900*
  2910*-----------------------------------------------------------*
  2920* 100-APPLY-TRANSACTIONS                                     *
  2930*                                                            *
  2940* EDITS THE CURRENT TRANSACTION AND ROUTES IT TO ITS         *
  2950* HANDLER. A TRANSACTION THAT FAILS AN EDIT OR DOES NOT FIT  *
  2960* THE EMPLOYEE'S CURRENT STATE (A HIRE FOR AN ID ALREADY ON  *
  2970* EMPREF, A TERMINATION FOR SOMEONE ALREADY GONE, A DATE     *
  2980* OUT OF SEQUENCE) IS LOGGED AS REJECTED WITH THE REASON     *
  2990* AND THE ROW IS LEFT UNTOUCHED. TRANSACTIONS ARE APPLIED    *
  3000* IN FILE ORDER, SO A HIRE AND A LATER TRANSFER FOR THE      *
  3010* SAME EMPLOYEE CAN TRAVEL IN ONE RUN.                       *
  3020*-----------------------------------------------------------*
  3030 100-APPLY-TRANSACTIONS.
  3040     ADD 1 TO WS-READ-COUNT.
  3050     MOVE 'YES' TO WS-TRANS-VALID.
  3060     PERFORM 120-EDIT-TRANSACTION.
  3070     IF WS-TRANS-VALID = 'YES'
  3080         EVALUATE ET-ACTION
  3090             WHEN 'H'
  3100                 PERFORM 130-HIRE-EMPLOYEE
  3110             WHEN 'T'
  3120                 PERFORM 140-TERMINATE-EMPLOYEE
  3130             WHEN 'R'
  3140                 PERFORM 150-REHIRE-EMPLOYEE
  3150             WHEN 'N'
  3160                 PERFORM 160-CHANGE-NAME
  3170             WHEN 'D'
  3180                 PERFORM 170-TRANSFER-EMPLOYEE
  3190         END-EVALUATE
  3200     END-IF.
  3210     PERFORM 110-READ-TRANSACTION.
  3220*
  3230*-----------------------------------------------------------*
  3240* 110-READ-TRANSACTION                                       *
  3250*-----------------------------------------------------------*
  3260 110-READ-TRANSACTION.
  3270     READ TRANS-FILE
  3280         AT END
  3290             MOVE 'YES' TO END-OF-FILE
  3300     END-READ.
  3310     IF WS-TRANS-STATUS NOT = '00'
  3320         AND WS-TRANS-STATUS NOT = '10'
  3330         DISPLAY 'ERROR READING EMPTRANS - FILE STATUS '
  3340             WS-TRANS-STATUS
  3350         PERFORM 950-ABEND-RUN
  3360     END-IF.
  3370*
  3380*-----------------------------------------------------------*
  3390* 120-EDIT-TRANSACTION                                       *
  3400*                                                            *
  3410* FIELD EDITS THAT DO NOT NEED EMPREF: THE ACTION MUST BE    *
  3420* H, T, R, N OR D, THE EMPLOYEE-ID MUST BE PRESENT, THE      *
  3430* EFFECTIVE DATE MUST BE A YYYYMMDD DATE, A HIRE MUST CARRY  *
  3440* A NAME AND A DEPARTMENT, A NAME CHANGE A NAME AND A        *
  3450* TRANSFER A DEPARTMENT.                                     *
  3460*-----------------------------------------------------------*
  3470 120-EDIT-TRANSACTION.
  3480     IF ET-ACTION NOT = 'H'
  3490         AND ET-ACTION NOT = 'T'
  3500         AND ET-ACTION NOT = 'R'
  3510         AND ET-ACTION NOT = 'N'
  3520         AND ET-ACTION NOT = 'D'
  3530         MOVE 'ACTION IS NOT H, T, R, N OR D'
  3540             TO WS-REJECT-REASON
  3550         PERFORM 200-LOG-REJECT
  3560     END-IF.
  3570     IF WS-TRANS-VALID = 'YES'
  3580         AND ET-EMPLOYEE-ID = SPACES
  3590         MOVE 'EMPLOYEE-ID IS MISSING' TO WS-REJECT-REASON
  3600         PERFORM 200-LOG-REJECT
  3610     END-IF.
  3620     IF WS-TRANS-VALID = 'YES'
  3630         PERFORM 125-EDIT-EFFECTIVE-DATE
  3640     END-IF.
  3650     IF WS-TRANS-VALID = 'YES'
  3660         AND (ET-ACTION = 'H' OR ET-ACTION = 'N')
  3670         AND ET-EMPLOYEE-NAME = SPACES
  3680         MOVE 'EMPLOYEE NAME IS MISSING' TO WS-REJECT-REASON
  3690         PERFORM 200-LOG-REJECT
  3700     END-IF.
  3710     IF WS-TRANS-VALID = 'YES'
  3720         AND (ET-ACTION = 'H' OR ET-ACTION = 'D')
  3730         AND ET-DEPARTMENT = SPACES
  3740         MOVE 'DEPARTMENT IS MISSING' TO WS-REJECT-REASON
  3750         PERFORM 200-LOG-REJECT
  3760     END-IF.
  3770*
  3780*-----------------------------------------------------------*
  3790* 125-EDIT-EFFECTIVE-DATE                                    *
  3800*-----------------------------------------------------------*
  3810 125-EDIT-EFFECTIVE-DATE.
  3820     IF ET-EFFECTIVE-DATE IS NOT NUMERIC
  3830         MOVE 'EFFECTIVE DATE IS NOT YYYYMMDD'
  3840             TO WS-REJECT-REASON
  3850         PERFORM 200-LOG-REJECT
  3860     ELSE
  3870         MOVE ET-EFFECTIVE-DATE TO WS-EDIT-DATE
  3880         IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
  3890             OR WS-EDIT-DAY < 1 OR WS-EDIT-DAY > 31
  3900             MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
  3910                 TO WS-REJECT-REASON
  3920             PERFORM 200-LOG-REJECT
  3930         END-IF
  3940     END-IF.
  3950*
  3960*-----------------------------------------------------------*
  3970* 130-HIRE-EMPLOYEE                                          *
  3980*                                                            *
  3990* ADDS A NEW ROW. AN ID ALREADY ON EMPREF IS REJECTED - A    *
  4000* FORMER EMPLOYEE COMING BACK IS A REHIRE, SO THE ROW AND    *
  4010* ITS DEPARTMENT HISTORY ARE KEPT. THE NEW DEPARTMENT TAKES  *
  4020* EFFECT FROM THE HIRE DATE.                                 *
  4030*-----------------------------------------------------------*
  4040 130-HIRE-EMPLOYEE.
  4050     PERFORM 070-FIND-EMPLOYEE.
  4060     IF WS-ID-ON-REF = 'YES'
  4070         IF EMP-TERM-DATE (EMP-IDX) NOT = SPACES
  4080             MOVE 'EMPLOYEE-ID ON EMPREF - USE A REHIRE'
  4090                 TO WS-REJECT-REASON
  4100         ELSE
  4110             MOVE 'EMPLOYEE-ID ALREADY ON EMPREF'
  4120                 TO WS-REJECT-REASON
  4130         END-IF
  4140         PERFORM 200-LOG-REJECT
  4150     ELSE
  4160         IF WS-EMPREF-COUNT NOT < 5000
  4170             MOVE 'EMPLOYEE TABLE FULL - HIRE NOT ADDED'
  4180                 TO WS-REJECT-REASON
  4190             PERFORM 200-LOG-REJECT
  4200         ELSE
  4210             ADD 1 TO WS-EMPREF-COUNT
  4220             SET EMP-IDX TO WS-EMPREF-COUNT
  4230             MOVE '(NOT ON EMPREF)' TO WS-BEFORE-IMAGE
  4240             MOVE ET-EMPLOYEE-ID    TO EMP-ID (EMP-IDX)
  4250             MOVE ET-EMPLOYEE-NAME  TO EMP-NAME (EMP-IDX)
  4260             MOVE ET-DEPARTMENT     TO EMP-DEPT (EMP-IDX)
  4270             MOVE ET-WORK-STATE     TO EMP-STATE (EMP-IDX)
  4280             MOVE ET-EFFECTIVE-DATE TO EMP-HIRE-DATE (EMP-IDX)
  4290             MOVE SPACES            TO EMP-TERM-DATE (EMP-IDX)
  4300             MOVE ET-EFFECTIVE-DATE
  4310                 TO EMP-DEPT-EFFECTIVE (EMP-IDX)
  4320             PERFORM 135-CLEAR-PRIOR-SLOT
  4330                 VARYING WS-PRIOR-SUB FROM 1 BY 1
  4340                 UNTIL WS-PRIOR-SUB > 4
  4350             ADD 1 TO WS-HIRED-COUNT
  4360             PERFORM 190-BUILD-ROW-IMAGE
  4370             MOVE WS-ROW-IMAGE TO WS-AFTER-IMAGE
  4380             PERFORM 210-LOG-CHANGE
  4390         END-IF
  4400     END-IF.
  4410*
  4420*-----------------------------------------------------------*
  4430* 135-CLEAR-PRIOR-SLOT                                       *
  4440*-----------------------------------------------------------*
  4450 135-CLEAR-PRIOR-SLOT.
  4460     MOVE SPACES TO EMP-PRIOR-DEPT (EMP-IDX, WS-PRIOR-SUB).
  4470     MOVE SPACES TO EMP-PRIOR-FROM (EMP-IDX, WS-PRIOR-SUB).
  4480*
  4490*-----------------------------------------------------------*
  4500* 140-TERMINATE-EMPLOYEE                                     *
  4510*                                                            *
  4520* STAMPS THE TERMINATION DATE. THE EMPLOYEE MUST BE ON       *
  4530* EMPREF AND ACTIVE, AND CANNOT LEAVE BEFORE THE LATEST      *
  4540* HIRE DATE. FROM HERE ON TAXEDIT REJECTS PAY FOR ANY TAX    *
  4550* PERIOD DATED AFTER THE TERMINATION.                        *
  4560*-----------------------------------------------------------*
  4570 140-TERMINATE-EMPLOYEE.
  4580     PERFORM 070-FIND-EMPLOYEE.
  4590     IF WS-ID-ON-REF = 'NO'
  4600         MOVE 'EMPLOYEE-ID NOT ON EMPREF' TO WS-REJECT-REASON
  4610         PERFORM 200-LOG-REJECT
  4620     END-IF.
  4630     IF WS-TRANS-VALID = 'YES'
  4640         AND EMP-TERM-DATE (EMP-IDX) NOT = SPACES
  4650         MOVE 'EMPLOYEE IS ALREADY TERMINATED'
  4660             TO WS-REJECT-REASON
  4670         PERFORM 200-LOG-REJECT
  4680     END-IF.
  4690     IF WS-TRANS-VALID = 'YES'
  4700         AND EMP-HIRE-DATE (EMP-IDX) NOT = SPACES
  4710         AND ET-EFFECTIVE-DATE < EMP-HIRE-DATE (EMP-IDX)
  4720         MOVE 'TERMINATION IS BEFORE THE HIRE DATE'
  4730             TO WS-REJECT-REASON
  4740         PERFORM 200-LOG-REJECT
  4750     END-IF.
  4760     IF WS-TRANS-VALID = 'YES'
  4770         PERFORM 190-BUILD-ROW-IMAGE
  4780         MOVE WS-ROW-IMAGE TO WS-BEFORE-IMAGE
  4790         MOVE ET-EFFECTIVE-DATE TO EMP-TERM-DATE (EMP-IDX)
  4800         ADD 1 TO WS-TERMINATED-COUNT
  4810         PERFORM 190-BUILD-ROW-IMAGE
  4820         MOVE WS-ROW-IMAGE TO WS-AFTER-IMAGE
  4830         PERFORM 210-LOG-CHANGE
  4840     END-IF.
  4850*
  4860*-----------------------------------------------------------*
  4870* 150-REHIRE-EMPLOYEE                                        *
  4880*                                                            *
  4890* BRINGS A TERMINATED EMPLOYEE BACK - THE REHIRE DATE MUST   *
  4900* BE AFTER THE TERMINATION. THE HIRE DATE BECOMES THE        *
  4910* REHIRE DATE AND THE TERMINATION IS CLEARED. A NAME OR      *
  4920* WORK STATE ON THE TRANSACTION REPLACES THE OLD ONE, AND A  *
  4930* DIFFERENT DEPARTMENT IS TAKEN AS A TRANSFER EFFECTIVE ON   *
  4940* THE REHIRE DATE SO THE EARLIER SPELL STAYS WITH ITS OLD    *
  4950* DEPARTMENT.                                                *
  4960*-----------------------------------------------------------*
  4970 150-REHIRE-EMPLOYEE.
  4980     PERFORM 070-FIND-EMPLOYEE.
  4990     IF WS-ID-ON-REF = 'NO'
  5000         MOVE 'EMPLOYEE-ID NOT ON EMPREF - USE A HIRE'
  5010             TO WS-REJECT-REASON
  5020         PERFORM 200-LOG-REJECT
  5030     END-IF.
  5040     IF WS-TRANS-VALID = 'YES'
  5050         AND EMP-TERM-DATE (EMP-IDX) = SPACES
  5060         MOVE 'EMPLOYEE IS NOT TERMINATED'
  5070             TO WS-REJECT-REASON
  5080         PERFORM 200-LOG-REJECT
  5090     END-IF.
  5100     IF WS-TRANS-VALID = 'YES'
  5110         AND ET-EFFECTIVE-DATE NOT > EMP-TERM-DATE (EMP-IDX)
  5120         MOVE 'REHIRE IS NOT AFTER THE TERMINATION'
  5130             TO WS-REJECT-REASON
  5140         PERFORM 200-LOG-REJECT
  5150     END-IF.
  5160     IF WS-TRANS-VALID = 'YES'
  5170         PERFORM 190-BUILD-ROW-IMAGE
  5180         MOVE WS-ROW-IMAGE TO WS-BEFORE-IMAGE
  5190         IF ET-DEPARTMENT NOT = SPACES
  5200             AND ET-DEPARTMENT NOT = EMP-DEPT (EMP-IDX)
  5210             MOVE ET-DEPARTMENT TO WS-NEW-DEPT
  5220             PERFORM 180-APPLY-DEPT-CHANGE
  5230         END-IF
  5240         MOVE ET-EFFECTIVE-DATE TO EMP-HIRE-DATE (EMP-IDX)
  5250         MOVE SPACES            TO EMP-TERM-DATE (EMP-IDX)
  5260         IF ET-EMPLOYEE-NAME NOT = SPACES
  5270             MOVE ET-EMPLOYEE-NAME TO EMP-NAME (EMP-IDX)
  5280         END-IF
  5290         IF ET-WORK-STATE NOT = SPACES
  5300             MOVE ET-WORK-STATE TO EMP-STATE (EMP-IDX)
  5310         END-IF
  5320         ADD 1 TO WS-REHIRED-COUNT
  5330         PERFORM 190-BUILD-ROW-IMAGE
  5340         MOVE WS-ROW-IMAGE TO WS-AFTER-IMAGE
  5350         PERFORM 210-LOG-CHANGE
  5360     END-IF.
  5370*
  5380*-----------------------------------------------------------*
  5390* 160-CHANGE-NAME                                            *
  5400*                                                            *
  5410* THE NAME CARRIES NO HISTORY ON EMPREF - THE EFFECTIVE      *
  5420* DATE ON THE AUDIT LINE RECORDS WHEN IT CHANGED.            *
  5430*-----------------------------------------------------------*
  5440 160-CHANGE-NAME.
  5450     PERFORM 070-FIND-EMPLOYEE.
  5460     IF WS-ID-ON-REF = 'NO'
  5470         MOVE 'EMPLOYEE-ID NOT ON EMPREF' TO WS-REJECT-REASON
  5480         PERFORM 200-LOG-REJECT
  5490     ELSE
  5500         PERFORM 190-BUILD-ROW-IMAGE
  5510         MOVE WS-ROW-IMAGE TO WS-BEFORE-IMAGE
  5520         MOVE ET-EMPLOYEE-NAME TO EMP-NAME (EMP-IDX)
  5530         ADD 1 TO WS-RENAMED-COUNT
  5540         PERFORM 190-BUILD-ROW-IMAGE
  5550         MOVE WS-ROW-IMAGE TO WS-AFTER-IMAGE
  5560         PERFORM 210-LOG-CHANGE
  5570     END-IF.
  5580*
  5590*-----------------------------------------------------------*
  5600* 170-TRANSFER-EMPLOYEE                                      *
  5610*                                                            *
  5620* MOVES AN ACTIVE EMPLOYEE TO A NEW DEPARTMENT FROM THE      *
  5630* EFFECTIVE DATE. THE DATE MUST BE AFTER THE DATE THE        *
  5640* CURRENT DEPARTMENT TOOK EFFECT - A BACK-DATED TRANSFER     *
  5650* PAST THE LAST ONE WOULD SCRAMBLE THE HISTORY - AND NOT     *
  5660* BEFORE THE HIRE DATE.                                      *
  5670*-----------------------------------------------------------*
  5680 170-TRANSFER-EMPLOYEE.
  5690     PERFORM 070-FIND-EMPLOYEE.
  5700     IF WS-ID-ON-REF = 'NO'
  5710         MOVE 'EMPLOYEE-ID NOT ON EMPREF' TO WS-REJECT-REASON
  5720         PERFORM 200-LOG-REJECT
  5730     END-IF.
  5740     IF WS-TRANS-VALID = 'YES'
  5750         AND EMP-TERM-DATE (EMP-IDX) NOT = SPACES
  5760         MOVE 'EMPLOYEE IS TERMINATED' TO WS-REJECT-REASON
  5770         PERFORM 200-LOG-REJECT
  5780     END-IF.
  5790     IF WS-TRANS-VALID = 'YES'
  5800         AND ET-DEPARTMENT = EMP-DEPT (EMP-IDX)
  5810         MOVE 'EMPLOYEE IS ALREADY IN THAT DEPARTMENT'
  5820             TO WS-REJECT-REASON
  5830         PERFORM 200-LOG-REJECT
  5840     END-IF.
  5850     IF WS-TRANS-VALID = 'YES'
  5860         AND EMP-DEPT-EFFECTIVE (EMP-IDX) NOT = SPACES
  5870         AND ET-EFFECTIVE-DATE
  5880             NOT > EMP-DEPT-EFFECTIVE (EMP-IDX)
  5890         MOVE 'TRANSFER IS NOT AFTER THE LAST TRANSFER'
  5900             TO WS-REJECT-REASON
  5910         PERFORM 200-LOG-REJECT
  5920     END-IF.
  5930     IF WS-TRANS-VALID = 'YES'
  5940         AND EMP-HIRE-DATE (EMP-IDX) NOT = SPACES
  5950         AND ET-EFFECTIVE-DATE < EMP-HIRE-DATE (EMP-IDX)
  5960         MOVE 'TRANSFER IS BEFORE THE HIRE DATE'
  5970             TO WS-REJECT-REASON
  5980         PERFORM 200-LOG-REJECT
  5990     END-IF.
  6000     IF WS-TRANS-VALID = 'YES'
  6010         PERFORM 190-BUILD-ROW-IMAGE
  6020         MOVE WS-ROW-IMAGE TO WS-BEFORE-IMAGE
  6030         MOVE ET-DEPARTMENT TO WS-NEW-DEPT
  6040         PERFORM 180-APPLY-DEPT-CHANGE
  6050         ADD 1 TO WS-TRANSFERRED-COUNT
  6060         PERFORM 190-BUILD-ROW-IMAGE
  6070         MOVE WS-ROW-IMAGE TO WS-AFTER-IMAGE
  6080         PERFORM 210-LOG-CHANGE
  6090     END-IF.
  6100*
  6110*-----------------------------------------------------------*
  6120* 180-APPLY-DEPT-CHANGE                                      *
  6130*                                                            *
  6140* PUSHES THE CURRENT DEPARTMENT INTO PRIOR SLOT 1 (THE       *
  6150* OLDEST SLOT FALLS OFF) AND MAKES WS-NEW-DEPT CURRENT FROM  *
  6160* THE EFFECTIVE DATE. A ROW THAT HAS NEVER HAD A DEPARTMENT  *
  6170* DATE CARRIES ITS OLD DEPARTMENT FROM THE HIRE DATE, OR     *
  6180* FROM SPACES (ALWAYS) WHEN THAT IS NOT KNOWN EITHER.        *
  6190*-----------------------------------------------------------*
  6200 180-APPLY-DEPT-CHANGE.
  6210     PERFORM 185-SHIFT-PRIOR-SLOT
  6220         VARYING WS-PRIOR-SUB FROM 4 BY -1
  6230         UNTIL WS-PRIOR-SUB < 2.
  6240     MOVE EMP-DEPT (EMP-IDX) TO EMP-PRIOR-DEPT (EMP-IDX, 1).
  6250     IF EMP-DEPT-EFFECTIVE (EMP-IDX) NOT = SPACES
  6260         MOVE EMP-DEPT-EFFECTIVE (EMP-IDX)
  6270             TO EMP-PRIOR-FROM (EMP-IDX, 1)
  6280     ELSE
  6290         MOVE EMP-HIRE-DATE (EMP-IDX)
  6300             TO EMP-PRIOR-FROM (EMP-IDX, 1)
  6310     END-IF.
  6320     MOVE WS-NEW-DEPT       TO EMP-DEPT (EMP-IDX).
  6330     MOVE ET-EFFECTIVE-DATE TO EMP-DEPT-EFFECTIVE (EMP-IDX).
  6340*
  6350*-----------------------------------------------------------*
  6360* 185-SHIFT-PRIOR-SLOT                                       *
  6370*-----------------------------------------------------------*
  6380 185-SHIFT-PRIOR-SLOT.
  6390     MOVE EMP-PRIOR-ENTRY (EMP-IDX, WS-PRIOR-SUB - 1)
  6400         TO EMP-PRIOR-ENTRY (EMP-IDX, WS-PRIOR-SUB).
  6410*
  6420*-----------------------------------------------------------*
  6430* 190-BUILD-ROW-IMAGE                                        *
  6440*                                                            *
  6450* FORMATS THE TABLE ROW AT EMP-IDX FOR THE AUDIT LINE.       *
  6460*-----------------------------------------------------------*
  6470 190-BUILD-ROW-IMAGE.
  6480     MOVE EMP-NAME (EMP-IDX)           TO WS-IMG-NAME.
  6490     MOVE EMP-DEPT (EMP-IDX)           TO WS-IMG-DEPT.
  6500     MOVE EMP-STATE (EMP-IDX)          TO WS-IMG-STATE.
  6510     MOVE EMP-HIRE-DATE (EMP-IDX)      TO WS-IMG-HIRE.
  6520     MOVE EMP-TERM-DATE (EMP-IDX)      TO WS-IMG-TERM.
  6530     MOVE EMP-DEPT-EFFECTIVE (EMP-IDX) TO WS-IMG-DEPT-EFF.
  6540*
  6550*-----------------------------------------------------------*
  6560* 200-LOG-REJECT                                             *
  6570*-----------------------------------------------------------*
  6580 200-LOG-REJECT.
  6590     MOVE 'NO' TO WS-TRANS-VALID.
  6600     ADD 1 TO WS-REJECT-COUNT.
  6610     MOVE SPACES TO AUDIT-LINE.
  6620     STRING WS-RUN-START-DATE   DELIMITED BY SIZE
  6630             '  '               DELIMITED BY SIZE
  6640             ET-ACTION          DELIMITED BY SIZE
  6650             ' '                DELIMITED BY SIZE
  6660             ET-EMPLOYEE-ID     DELIMITED BY SIZE
  6670             '  EFF '           DELIMITED BY SIZE
  6680             ET-EFFECTIVE-DATE  DELIMITED BY SIZE
  6690             '  REJECTED - '    DELIMITED BY SIZE
  6700             WS-REJECT-REASON   DELIMITED BY SIZE
  6710         INTO AUDIT-LINE
  6720     END-STRING.
  6730     PERFORM 220-WRITE-AUDIT-LINE.
  6740*
  6750*-----------------------------------------------------------*
  6760* 210-LOG-CHANGE                                             *
  6770*-----------------------------------------------------------*
  6780 210-LOG-CHANGE.
  6790     MOVE SPACES TO AUDIT-LINE.
  6800     STRING WS-RUN-START-DATE   DELIMITED BY SIZE
  6810             '  '               DELIMITED BY SIZE
  6820             ET-ACTION          DELIMITED BY SIZE
  6830             ' '                DELIMITED BY SIZE
  6840             ET-EMPLOYEE-ID     DELIMITED BY SIZE
  6850             '  EFF '           DELIMITED BY SIZE
  6860             ET-EFFECTIVE-DATE  DELIMITED BY SIZE
  6870             '  BEFORE: '       DELIMITED BY SIZE
  6880             WS-BEFORE-IMAGE    DELIMITED BY SIZE
  6890             '  AFTER: '        DELIMITED BY SIZE
  6900             WS-AFTER-IMAGE     DELIMITED BY SIZE
  6910         INTO AUDIT-LINE
  6920     END-STRING.
  6930     PERFORM 220-WRITE-AUDIT-LINE.
  6940*
  6950*-----------------------------------------------------------*
  6960* 220-WRITE-AUDIT-LINE                                       *
  6970*-----------------------------------------------------------*
  6980 220-WRITE-AUDIT-LINE.
  6990     WRITE AUDIT-LINE.
  7000     IF WS-AUDIT-STATUS NOT = '00'
  7010         DISPLAY 'UNABLE TO WRITE EMPAUDIT - FILE STATUS '
  7020             WS-AUDIT-STATUS
  7030         PERFORM 950-ABEND-RUN
  7040     END-IF.
  7050*
  7060*-----------------------------------------------------------*
  7070* 300-PRINT-SUMMARY                                          *
  7080*                                                            *
  7090* WRITES THE BALANCING TRAILER ON EMPAUDIT AND ECHOES THE    *
  7100* SAME COUNTS TO THE CONSOLE.                                *
  7110*-----------------------------------------------------------*
  7120 300-PRINT-SUMMARY.
  7130     MOVE WS-READ-COUNT        TO WS-READ-COUNT-DISP.
  7140     MOVE WS-HIRED-COUNT       TO WS-HIRED-COUNT-DISP.
  7150     MOVE WS-TERMINATED-COUNT  TO WS-TERMINATED-DISP.
  7160     MOVE WS-REHIRED-COUNT     TO WS-REHIRED-COUNT-DISP.
  7170     MOVE WS-RENAMED-COUNT     TO WS-RENAMED-COUNT-DISP.
  7180     MOVE WS-TRANSFERRED-COUNT TO WS-TRANSFERRED-DISP.
  7190     MOVE WS-REJECT-COUNT      TO WS-REJECT-COUNT-DISP.
  7200     MOVE WS-EMPREF-WRITTEN    TO WS-EMPREF-WRITTEN-DISP.
  7210     MOVE SPACES TO AUDIT-LINE.
  7220     WRITE AUDIT-LINE FROM
  7230         '-------------------------------------------------'.
  7240     MOVE SPACES TO AUDIT-LINE.
  7250     STRING 'READ: '              DELIMITED BY SIZE
  7260             WS-READ-COUNT-DISP    DELIMITED BY SIZE
  7270             '  HIRED: '          DELIMITED BY SIZE
  7280             WS-HIRED-COUNT-DISP   DELIMITED BY SIZE
  7290             '  TERMINATED: '     DELIMITED BY SIZE
  7300             WS-TERMINATED-DISP    DELIMITED BY SIZE
  7310             '  REHIRED: '        DELIMITED BY SIZE
  7320             WS-REHIRED-COUNT-DISP DELIMITED BY SIZE
  7330             '  RENAMED: '        DELIMITED BY SIZE
  7340             WS-RENAMED-COUNT-DISP DELIMITED BY SIZE
  7350             '  TRANSFERRED: '    DELIMITED BY SIZE
  7360             WS-TRANSFERRED-DISP   DELIMITED BY SIZE
  7370             '  REJECTED: '       DELIMITED BY SIZE
  7380             WS-REJECT-COUNT-DISP  DELIMITED BY SIZE
  7390         INTO AUDIT-LINE
  7400     END-STRING.
  7410     PERFORM 220-WRITE-AUDIT-LINE.
  7420     DISPLAY 'EMPTRANS RECORDS READ.... ' WS-READ-COUNT-DISP.
  7430     DISPLAY 'EMPLOYEES HIRED.......... ' WS-HIRED-COUNT-DISP.
  7440     DISPLAY 'EMPLOYEES TERMINATED..... ' WS-TERMINATED-DISP.
  7450     DISPLAY 'EMPLOYEES REHIRED........ '
  7460         WS-REHIRED-COUNT-DISP.
  7470     DISPLAY 'NAMES CHANGED............ '
  7480         WS-RENAMED-COUNT-DISP.
  7490     DISPLAY 'DEPARTMENT TRANSFERS..... ' WS-TRANSFERRED-DISP.
  7500     DISPLAY 'TRANSACTIONS REJECTED.... ' WS-REJECT-COUNT-DISP.
  7510     DISPLAY 'EMPREF ROWS WRITTEN...... '
  7520         WS-EMPREF-WRITTEN-DISP.
  7530*
  7540*-----------------------------------------------------------*
  7550* 800-REWRITE-EMPREF                                         *
  7560*                                                            *
  7570* WRITES THE WHOLE EMPLOYEE TABLE BACK OVER EMPREF. THE      *
  7580* ROW COUNT WRITTEN MUST EQUAL THE TABLE COUNT - ANYTHING    *
  7590* ELSE MEANS A WRITE WENT WRONG AND ABENDS.                  *
  7600*-----------------------------------------------------------*
  7610 800-REWRITE-EMPREF.
  7620     OPEN OUTPUT EMPREF-FILE.
  7630     IF WS-EMPREF-STATUS NOT = '00'
  7640         DISPLAY 'UNABLE TO REWRITE EMPREF - FILE STATUS '
  7650             WS-EMPREF-STATUS
  7660         PERFORM 950-ABEND-RUN
  7670     END-IF.
  7680     PERFORM 810-WRITE-ONE-EMPLOYEE
  7690         VARYING EMP-IDX FROM 1 BY 1
  7700         UNTIL EMP-IDX > WS-EMPREF-COUNT.
  7710     CLOSE EMPREF-FILE.
  7720     IF WS-EMPREF-WRITTEN NOT = WS-EMPREF-COUNT
  7730         DISPLAY 'EMPREF ROWS WRITTEN DO NOT MATCH THE TABLE'
  7740         PERFORM 950-ABEND-RUN
  7750     END-IF.
  7760*
  7770*-----------------------------------------------------------*
  7780* 810-WRITE-ONE-EMPLOYEE                                     *
  7790*-----------------------------------------------------------*
  7800 810-WRITE-ONE-EMPLOYEE.
  7810     MOVE SPACES TO EMPREF-RECORD.
  7820     MOVE EMP-ID (EMP-IDX)             TO ER-EMPLOYEE-ID.
  7830     MOVE EMP-NAME (EMP-IDX)           TO ER-EMPLOYEE-NAME.
  7840     MOVE EMP-DEPT (EMP-IDX)           TO ER-DEPARTMENT.
  7850     MOVE EMP-STATE (EMP-IDX)          TO ER-WORK-STATE.
  7860     MOVE EMP-HIRE-DATE (EMP-IDX)      TO ER-HIRE-DATE.
  7870     MOVE EMP-TERM-DATE (EMP-IDX)      TO ER-TERM-DATE.
  7880     MOVE EMP-DEPT-EFFECTIVE (EMP-IDX) TO ER-DEPT-EFFECTIVE.
  7890     PERFORM 815-MOVE-PRIOR-SLOT
  7900         VARYING WS-PRIOR-SUB FROM 1 BY 1
  7910         UNTIL WS-PRIOR-SUB > 4.
  7920     WRITE EMPREF-RECORD.
  7930     IF WS-EMPREF-STATUS NOT = '00'
  7940         DISPLAY 'UNABLE TO WRITE EMPREF - FILE STATUS '
  7950             WS-EMPREF-STATUS
  7960         PERFORM 950-ABEND-RUN
  7970     END-IF.
  7980     ADD 1 TO WS-EMPREF-WRITTEN.
  7990*
  8000*-----------------------------------------------------------*
  8010* 815-MOVE-PRIOR-SLOT                                        *
  8020*-----------------------------------------------------------*
  8030 815-MOVE-PRIOR-SLOT.
  8040     MOVE EMP-PRIOR-DEPT (EMP-IDX, WS-PRIOR-SUB)
  8050         TO ER-PRIOR-DEPT (WS-PRIOR-SUB).
  8060     MOVE EMP-PRIOR-FROM (EMP-IDX, WS-PRIOR-SUB)
  8070         TO ER-PRIOR-DEPT-FROM (WS-PRIOR-SUB).
  8080*
  8090*-----------------------------------------------------------*
  8100* 900-TERMINATE                                              *
  8110*-----------------------------------------------------------*
  8120 900-TERMINATE.
  8130     CLOSE TRANS-FILE.
  8140     CLOSE AUDIT-FILE.
  8150     PERFORM 930-WRITE-RUN-LOG.
  8160*
  8170*-----------------------------------------------------------*
  8180* 930-WRITE-RUN-LOG                                          *
  8190*                                                            *
  8200* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  8210* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  8220* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  8230*-----------------------------------------------------------*
  8240 930-WRITE-RUN-LOG.
  8250     OPEN EXTEND RUN-LOG-FILE.
  8260     IF WS-RUNLOG-STATUS NOT = '00'
  8270         AND WS-RUNLOG-STATUS NOT = '05'
  8280         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  8290             WS-RUNLOG-STATUS
  8300     ELSE
  8310         MOVE SPACES TO RUN-LOG-RECORD
  8320         MOVE 'EMPMAINT'          TO RL-PROGRAM-NAME
  8330         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  8340         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  8350         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  8360         ACCEPT WS-RUN-END-TIME FROM TIME
  8370         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  8380         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  8390         MOVE WS-READ-COUNT       TO RL-RECORDS-READ
  8400         MOVE WS-EMPREF-WRITTEN   TO RL-RECORDS-WRITTEN
  8410         MOVE WS-REJECT-COUNT     TO RL-EXCEPTION-COUNT
  8420         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  8430         MOVE RETURN-CODE         TO RL-RETURN-CODE
  8440         WRITE RUN-LOG-RECORD
  8450         IF WS-RUNLOG-STATUS NOT = '00'
  8460             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  8470                 WS-RUNLOG-STATUS
  8480         END-IF
  8490         CLOSE RUN-LOG-FILE
  8500     END-IF.
  8510*
  8520*-----------------------------------------------------------*
  8530* 950-ABEND-RUN                                              *
  8540*-----------------------------------------------------------*
  8550 950-ABEND-RUN.
  8560     DISPLAY 'EMPMAINT IS ABENDING - SEE THE FILE STATUS'.
  8570     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  8580     MOVE 16 TO RETURN-CODE.
  8590     PERFORM 930-WRITE-RUN-LOG.
  8600     STOP RUN.
