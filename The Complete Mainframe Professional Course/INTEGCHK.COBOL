    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    INTEGCHK.
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
   130* 2026-10-15 DP    ORIGINAL VERSION - WEEKLY CROSS-MASTER   *
   140*                  REFERENTIAL INTEGRITY CHECK. EACH MASTER *
   150*                  IS READ END TO END AND EVERY ROW THAT    *
   160*                  POINTS AT SOMETHING ITS REFERENCE FILE   *
   170*                  DOES NOT HOLD IS LISTED ON INTEGRPT -    *
   180*                  TAXMASTR AND TAXANNL EMPLOYEES NOT ON    *
   190*                  EMPREF, STUDENTS.DAT CLASSES NOT ON      *
   200*                  CLASSREF AND SUBJECTS NOT ON SUBJREF,    *
   210*                  TERMHIST TERMS NOT ON TERMCAL AND        *
   220*                  STUDENTS NEITHER ON THE ROSTER NOR ON    *
   230*                  ALUMNI, TAXMASTR ROWS POSTED FOR A       *
   240*                  PERIOD LATER THAN THE LATEST CLEAN       *
   250*                  ASSIGNMENT3 POSTING RUN ON RUNLOG, AND   *
   260*                  CATALOG TITLES WHOSE GENRE IS NOT A      *
   270*                  GENREREF NAME. THE REPORT ENDS WITH A    *
   280*                  COUNT PER CATEGORY. NOTHING IS CHANGED - *
   290*                  ANY FINDING ENDS THE RUN WITH RETURN     *
   300*                  CODE 8, SO IT SHOWS ON THE OPSREPT       *
   310*                  MORNING SUMMARY.                         *
   320*-----------------------------------------------------------*
   330 ENVIRONMENT DIVISION.
   340 INPUT-OUTPUT SECTION.
   350 FILE-CONTROL.
   360     SELECT TAX-MASTER ASSIGN TO "TAXMASTR"
   370         ORGANIZATION IS INDEXED
   380         ACCESS MODE IS SEQUENTIAL
   390         RECORD KEY IS EM-EMPLOYEE-ID
   400         FILE STATUS IS WS-TAX-MASTER-STATUS.
   410*
   420     SELECT ANNUAL-HISTORY ASSIGN TO "TAXANNL"
   430         ORGANIZATION IS INDEXED
   440         ACCESS MODE IS SEQUENTIAL
   450         RECORD KEY IS AH-KEY
   460         FILE STATUS IS WS-ANNUAL-STATUS.
   470*
   480     SELECT EMPREF-FILE ASSIGN TO "EMPREF"
   490         ORGANIZATION IS LINE SEQUENTIAL
   500         ACCESS MODE IS SEQUENTIAL
   510         FILE STATUS IS WS-EMPREF-STATUS.
   520*
   530     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
   540         ORGANIZATION IS INDEXED
   550         ACCESS MODE IS DYNAMIC
   560         RECORD KEY IS STUDENT-ID
   570         FILE STATUS IS WS-STUDENT-FS.
   580*
   590     SELECT HISTORY-FILE ASSIGN TO "TERMHIST"
   600         ORGANIZATION IS INDEXED
   610         ACCESS MODE IS SEQUENTIAL
   620         RECORD KEY IS TH-KEY
   630         FILE STATUS IS WS-HISTORY-FS.
   640*
   650     SELECT CLASS-REF-FILE ASSIGN TO "CLASSREF"
   660         ORGANIZATION IS LINE SEQUENTIAL
   670         ACCESS MODE IS SEQUENTIAL
   680         FILE STATUS IS WS-CLASSREF-FS.
   690*
   700     SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
   710         ORGANIZATION IS LINE SEQUENTIAL
   720         ACCESS MODE IS SEQUENTIAL
   730         FILE STATUS IS WS-SUBJREF-FS.
   740*
   750     SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL"
   760         ORGANIZATION IS LINE SEQUENTIAL
   770         ACCESS MODE IS SEQUENTIAL
   780         FILE STATUS IS WS-TERMCAL-FS.
   790*
   800     SELECT OPTIONAL ALUMNI-FILE ASSIGN TO "ALUMNI"
   810         ORGANIZATION IS LINE SEQUENTIAL
   820         ACCESS MODE IS SEQUENTIAL
   830         FILE STATUS IS WS-ALUMNI-FS.
   840*
   850     SELECT CATALOG-FILE ASSIGN TO "CATALOG"
   860         ORGANIZATION IS INDEXED
   870         ACCESS MODE IS SEQUENTIAL
   880         RECORD KEY IS CAT-KEY
   890         ALTERNATE RECORD KEY IS CAT-YEAR WITH DUPLICATES
   900         ALTERNATE RECORD KEY IS CAT-GENRE WITH DUPLICATES
   910         FILE STATUS IS WS-CATALOG-FS.
   920*
   930     SELECT GENRE-REF-FILE ASSIGN TO "GENREREF"
   940         ORGANIZATION IS LINE SEQUENTIAL
   950         ACCESS MODE IS SEQUENTIAL
   960         FILE STATUS IS WS-GENREF-FS.
   970*
   980     SELECT INTEG-REPORT ASSIGN TO "INTEGRPT"
   990         ORGANIZATION IS LINE SEQUENTIAL
  1000         ACCESS MODE IS SEQUENTIAL
  1010         FILE STATUS IS WS-REPORT-FS.
  1020*
  1030     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
  1040         ORGANIZATION IS LINE SEQUENTIAL
  1050         ACCESS MODE IS SEQUENTIAL
  1060         FILE STATUS IS WS-RUNLOG-FS.
  1070*
  1080 DATA DIVISION.
  1090 FILE SECTION.
  1100 FD  TAX-MASTER.
  1110 01  TAX-MASTER-RECORD.
  1120     COPY TAXMREC.
  1130*
  1140 FD  ANNUAL-HISTORY.
  1150 01  ANNUAL-HISTORY-RECORD.
  1160     COPY TAXAREC.
  1170*
  1180 FD  EMPREF-FILE.
  1190 01  EMPREF-RECORD.
  1200     COPY EMPREF.
  1210*
  1220 FD  STUDENT-FILE.
  1230 01  STUDENT-FILE-RECORD.
  1240     COPY STUDENTREC.
  1250*
  1260 FD  HISTORY-FILE.
  1270 01  HISTORY-RECORD.
  1280     COPY TERMREC.
  1290*
  1300 FD  CLASS-REF-FILE.
  1310 01  CLASS-REF-RECORD.
  1320     COPY CLASSREF.
  1330*
  1340 FD  SUBJECT-REF-FILE.
  1350 01  SUBJECT-REF-RECORD.
  1360     COPY SUBJREF.
  1370*
  1380 FD  TERM-CAL-FILE.
  1390 01  TERM-CAL-RECORD.
  1400     COPY TERMCAL.
  1410*
  1420 FD  ALUMNI-FILE.
  1430 01  ALUMNI-RECORD.
  1440     COPY ALUMREC.
  1450*
  1460 FD  CATALOG-FILE.
  1470 01  CATALOG-RECORD.
  1480     COPY CATREC.
  1490*
  1500 FD  GENRE-REF-FILE.
  1510 01  GENRE-REF-RECORD.
  1520     COPY GENREREF.
  1530*
  1540 FD  INTEG-REPORT.
  1550 01  REPORT-LINE            PIC X(100).
  1560*
  1570 FD  RUN-LOG-FILE.
  1580 01  RUN-LOG-RECORD.
  1590     COPY RUNLOGREC.
  1600*
  1610 WORKING-STORAGE SECTION.
  1620*
  1630 01  WS-TAX-MASTER-STATUS   PIC X(2) VALUE SPACES.
  1640 01  WS-ANNUAL-STATUS       PIC X(2) VALUE SPACES.
  1650 01  WS-EMPREF-STATUS       PIC X(2) VALUE SPACES.
  1660 01  WS-STUDENT-FS          PIC X(2) VALUE SPACES.
  1670 01  WS-HISTORY-FS          PIC X(2) VALUE SPACES.
  1680 01  WS-CLASSREF-FS         PIC X(2) VALUE SPACES.
  1690 01  WS-SUBJREF-FS          PIC X(2) VALUE SPACES.
  1700 01  WS-TERMCAL-FS          PIC X(2) VALUE SPACES.
  1710 01  WS-ALUMNI-FS           PIC X(2) VALUE SPACES.
  1720 01  WS-CATALOG-FS          PIC X(2) VALUE SPACES.
  1730 01  WS-GENREF-FS           PIC X(2) VALUE SPACES.
  1740 01  WS-REPORT-FS           PIC X(2) VALUE SPACES.
  1750 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1760*
  1770 01  WS-RUN-DATE            PIC X(8) VALUE SPACES.
  1780 01  WS-SUB-IDX             PIC 9    VALUE ZERO.
  1790 01  WS-ROSTER-ON-FILE      PIC X(3) VALUE 'NO'.
  1800*
  1810*-----------------------------------------------------------*
  1820* REFERENCE TABLES - LOADED AT STARTUP. EMPREF, CLASSREF,   *
  1830* SUBJREF, TERMCAL AND GENREREF ARE REQUIRED - WITHOUT ONE  *
  1840* EVERY ROW POINTING AT IT WOULD BE REPORTED, SO A MISSING  *
  1850* FILE ABENDS THE RUN. ONLY THE CODES ARE KEPT. A TABLE     *
  1860* THAT FILLS IS ABENDED RATHER THAN TRUNCATED - A PARTLY    *
  1870* LOADED REFERENCE WOULD LIST GOOD ROWS AS FINDINGS.        *
  1880*-----------------------------------------------------------*
  1890 01  WS-CHECK-CODE          PIC X(20) VALUE SPACES.
  1900 01  WS-CODE-ON-REF         PIC X(3) VALUE 'NO'.
  1910*
  1920 01  WS-EMPREF-COUNT        PIC 9(4) VALUE ZEROES.
  1930 01  EMP-REF-TABLE.
  1940     05  EMP-REF-ENTRY OCCURS 5000 TIMES INDEXED BY EMP-IDX.
  1950         10  EMP-REF-ID     PIC X(6)  VALUE SPACES.
  1960*
  1970 01  WS-CLASSREF-COUNT      PIC 9(2) VALUE ZERO.
  1980 01  CLASS-REF-TABLE.
  1990     05  CLASS-REF-ENTRY OCCURS 20 TIMES INDEXED BY CRF-IDX.
  2000         10  REF-CLASS-CODE PIC X(3)  VALUE SPACES.
  2010*
  2020 01  WS-SUBJREF-COUNT       PIC 9(2) VALUE ZERO.
  2030 01  SUBJECT-REF-TABLE.
  2040     05  SUBJECT-REF-ENTRY OCCURS 20 TIMES INDEXED BY REF-IDX.
  2050         10  REF-SUBJ-CODE  PIC X(3)  VALUE SPACES.
  2060*
  2070 01  WS-TERMCAL-COUNT       PIC 9(2) VALUE ZERO.
  2080 01  TERM-CAL-TABLE.
  2090     05  TERM-CAL-ENTRY OCCURS 50 TIMES INDEXED BY CAL-IDX.
  2100         10  CAL-TERM-CODE  PIC X(6)  VALUE SPACES.
  2110*
  2120 01  WS-GENRE-COUNT         PIC 9(3) VALUE ZEROES.
  2130 01  GENRE-NAME-TABLE.
  2140     05  GENRE-NAME-ENTRY OCCURS 100 TIMES INDEXED BY GNM-IDX.
  2150         10  GNM-NAME       PIC X(20) VALUE SPACES.
  2160*
  2170*-----------------------------------------------------------*
  2180* ALUMNI TABLE - A TERMHIST ROW WHOSE STUDENT HAS LEFT THE  *
  2190* ROSTER BY GRADUATING STAYS ON FILE BY DESIGN, SO ITS      *
  2200* OWNER IS LOOKED FOR ON ALUMNI BEFORE IT IS REPORTED.      *
  2210* ALUMNI IS SELECT OPTIONAL - NONE ON FILE IS NO GRADUATES. *
  2220*-----------------------------------------------------------*
  2230 01  WS-ALUMNI-COUNT        PIC 9(4) VALUE ZEROES.
  2240 01  ALUMNI-TABLE.
  2250     05  ALUMNI-ENTRY OCCURS 5000 TIMES INDEXED BY ALM-IDX.
  2260         10  ALM-STUDENT-ID PIC X(6)  VALUE SPACES.
  2270*
  2280*-----------------------------------------------------------*
  2290* LATEST CLEAN POSTING RUN - THE HIGHEST TAX PERIOD CARRIED *
  2300* ON ANY ASSIGNM3 RUNLOG ROW WITH RETURN CODE ZERO. THE      *
  2310* HIGHEST RATHER THAN THE LAST, SO A CLEAN RERUN OF AN      *
  2320* EARLIER PERIOD DOES NOT PUT EVERY EMPLOYEE POSTED SINCE   *
  2330* ON THE REPORT. SPACES = NO CLEAN RUN CARRIES A PERIOD,    *
  2340* AND THE POSTED-PERIOD CHECK IS NOT MADE.                  *
  2350*-----------------------------------------------------------*
  2360 01  WS-RUNLOG-EOF          PIC X(3) VALUE 'NO'.
  2370 01  WS-LAST-CLEAN-PERIOD   PIC X(8) VALUE SPACES.
  2380*
  2390*-----------------------------------------------------------*
  2400* ONE FINDING - THE FILE IT WAS FOUND ON, THE ROW'S KEY AND *
  2410* WHAT IS WRONG WITH IT - PRINTED BY 450-WRITE-FINDING.     *
  2420*-----------------------------------------------------------*
  2430 01  WS-FIND-SOURCE         PIC X(8)  VALUE SPACES.
  2440 01  WS-FIND-KEY            PIC X(30) VALUE SPACES.
  2450 01  WS-FIND-TEXT           PIC X(50) VALUE SPACES.
  2460*
  2470*-----------------------------------------------------------*
  2480* COUNTS - ROWS READ PER MASTER AND FINDINGS PER CATEGORY,  *
  2490* PRINTED AS THE REPORT TRAILER. THE TOTAL OF THE FINDINGS  *
  2500* IS THE RUNLOG EXCEPTION COUNT.                            *
  2510*-----------------------------------------------------------*
  2520 01  WS-TAXM-READ           PIC 9(5) VALUE ZEROES.
  2530 01  WS-TAXA-READ           PIC 9(5) VALUE ZEROES.
  2540 01  WS-STUDENT-READ        PIC 9(5) VALUE ZEROES.
  2550 01  WS-HISTORY-READ        PIC 9(5) VALUE ZEROES.
  2560 01  WS-CATALOG-READ        PIC 9(5) VALUE ZEROES.
  2570 01  WS-ROWS-READ           PIC 9(5) VALUE ZEROES.
  2580*
  2590 01  WS-TAXM-ORPHAN-COUNT   PIC 9(5) VALUE ZEROES.
  2600 01  WS-TAXA-ORPHAN-COUNT   PIC 9(5) VALUE ZEROES.
  2610 01  WS-BAD-CLASS-COUNT     PIC 9(5) VALUE ZEROES.
  2620 01  WS-BAD-SUBJ-COUNT      PIC 9(5) VALUE ZEROES.
  2630 01  WS-BAD-TERM-COUNT      PIC 9(5) VALUE ZEROES.
  2640 01  WS-HIST-ORPHAN-COUNT   PIC 9(5) VALUE ZEROES.
  2650 01  WS-PERIOD-AHEAD-COUNT  PIC 9(5) VALUE ZEROES.
  2660 01  WS-BAD-GENRE-COUNT     PIC 9(5) VALUE ZEROES.
  2670 01  WS-FINDING-COUNT       PIC 9(5) VALUE ZEROES.
  2680*
  2690 01  WS-COUNT-LABEL         PIC X(45) VALUE SPACES.
  2700 01  WS-COUNT-VALUE         PIC 9(5) VALUE ZEROES.
  2710 01  WS-COUNT-DISP          PIC ZZZZ9.
  2720*
  2730*-----------------------------------------------------------*
  2740* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  2750* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  2760* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  2770*-----------------------------------------------------------*
  2780 01  WS-RUNLOG-FS           PIC X(2) VALUE SPACES.
  2790 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  2800 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  2810 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  2820*
  2830 PROCEDURE DIVISION.
  2840*
  2850*-----------------------------------------------------------*
  2860* 000-MAIN-PROCEDURE                                        *
  2870*-----------------------------------------------------------*
  2880 000-MAIN-PROCEDURE.
  2890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  2900     ACCEPT WS-RUN-START-TIME FROM TIME.
  2910     PERFORM 030-LOAD-REFERENCE-TABLES.
  2920     PERFORM 050-INITIALIZE.
  2930     PERFORM 060-FIND-LAST-CLEAN-PERIOD.
  2940     PERFORM 100-CHECK-TAX-MASTER.
  2950     PERFORM 150-CHECK-ANNUAL-HISTORY.
  2960     PERFORM 200-CHECK-ROSTER.
  2970     PERFORM 250-CHECK-TERM-HISTORY.
  2980     PERFORM 300-CHECK-CATALOG.
  2990     PERFORM 500-PRINT-SUMMARY.
  3000     PERFORM 900-TERMINATE.
  3010     STOP RUN.
  3020*
  3030*-----------------------------------------------------------*
  3040* 030-LOAD-REFERENCE-TABLES                                  *
  3050*-----------------------------------------------------------*
  3060 030-LOAD-REFERENCE-TABLES.
  3070     OPEN INPUT EMPREF-FILE.
  3080     IF WS-EMPREF-STATUS NOT = '00'
  3090         DISPLAY 'UNABLE TO OPEN EMPREF - FILE STATUS '
  3100             WS-EMPREF-STATUS
  3110         PERFORM 950-ABEND-RUN
  3120     END-IF.
  3130     PERFORM 031-LOAD-EMPREF UNTIL END-OF-FILE = 'YES'.
  3140     CLOSE EMPREF-FILE.
  3150     MOVE 'NO' TO END-OF-FILE.
  3160     OPEN INPUT CLASS-REF-FILE.
  3170     IF WS-CLASSREF-FS NOT = '00'
  3180         DISPLAY 'UNABLE TO OPEN CLASSREF - FILE STATUS '
  3190             WS-CLASSREF-FS
  3200         PERFORM 950-ABEND-RUN
  3210     END-IF.
  3220     PERFORM 032-LOAD-CLASS-REF UNTIL END-OF-FILE = 'YES'.
  3230     CLOSE CLASS-REF-FILE.
  3240     MOVE 'NO' TO END-OF-FILE.
  3250     OPEN INPUT SUBJECT-REF-FILE.
  3260     IF WS-SUBJREF-FS NOT = '00'
  3270         DISPLAY 'UNABLE TO OPEN SUBJREF - FILE STATUS '
  3280             WS-SUBJREF-FS
  3290         PERFORM 950-ABEND-RUN
  3300     END-IF.
  3310     PERFORM 033-LOAD-SUBJECT-REF UNTIL END-OF-FILE = 'YES'.
  3320     CLOSE SUBJECT-REF-FILE.
  3330     MOVE 'NO' TO END-OF-FILE.
  3340     OPEN INPUT TERM-CAL-FILE.
  3350     IF WS-TERMCAL-FS NOT = '00'
  3360         DISPLAY 'UNABLE TO OPEN TERMCAL - FILE STATUS '
  3370             WS-TERMCAL-FS
  3380         PERFORM 950-ABEND-RUN
  3390     END-IF.
  3400     PERFORM 034-LOAD-TERM-CAL UNTIL END-OF-FILE = 'YES'.
  3410     CLOSE TERM-CAL-FILE.
  3420     MOVE 'NO' TO END-OF-FILE.
  3430     OPEN INPUT GENRE-REF-FILE.
  3440     IF WS-GENREF-FS NOT = '00'
  3450         DISPLAY 'UNABLE TO OPEN GENREREF - FILE STATUS '
  3460             WS-GENREF-FS
  3470         PERFORM 950-ABEND-RUN
  3480     END-IF.
  3490     PERFORM 035-LOAD-GENRE-REF UNTIL END-OF-FILE = 'YES'.
  3500     CLOSE GENRE-REF-FILE.
  3510     MOVE 'NO' TO END-OF-FILE.
  3520     PERFORM 038-LOAD-ALUMNI.
  3530     IF WS-EMPREF-COUNT = 0
  3540         OR WS-CLASSREF-COUNT = 0
  3550         OR WS-SUBJREF-COUNT = 0
  3560         OR WS-TERMCAL-COUNT = 0
  3570         OR WS-GENRE-COUNT = 0
  3580         DISPLAY 'A REFERENCE FILE IS EMPTY - EMPREF '
  3590             WS-EMPREF-COUNT ' CLASSREF ' WS-CLASSREF-COUNT
  3600             ' SUBJREF ' WS-SUBJREF-COUNT
  3610         DISPLAY 'TERMCAL ' WS-TERMCAL-COUNT
  3620             ' GENREREF ' WS-GENRE-COUNT
  3630         PERFORM 950-ABEND-RUN
  3640     END-IF.
  3650*
  3660*-----------------------------------------------------------*
  3670* 031-LOAD-EMPREF                                            *
  3680*-----------------------------------------------------------*
  3690 031-LOAD-EMPREF.
  3700     READ EMPREF-FILE
  3710         AT END
  3720             MOVE 'YES' TO END-OF-FILE
  3730     END-READ.
  3740     IF END-OF-FILE NOT = 'YES'
  3750         AND WS-EMPREF-STATUS NOT = '00'
  3760         DISPLAY 'ERROR READING EMPREF - FILE STATUS '
  3770             WS-EMPREF-STATUS
  3780         PERFORM 950-ABEND-RUN
  3790     END-IF.
  3800     IF END-OF-FILE NOT = 'YES'
  3810         IF WS-EMPREF-COUNT < 5000
  3820             ADD 1 TO WS-EMPREF-COUNT
  3830             SET EMP-IDX TO WS-EMPREF-COUNT
  3840             MOVE ER-EMPLOYEE-ID TO EMP-REF-ID (EMP-IDX)
  3850         ELSE
  3860             DISPLAY 'EMPLOYEE REF TABLE FULL AT 5000 - '
  3870                 'EMPREF ENTRY ' ER-EMPLOYEE-ID
  3880             PERFORM 950-ABEND-RUN
  3890         END-IF
  3900     END-IF.
  3910*
  3920*-----------------------------------------------------------*
  3930* 032-LOAD-CLASS-REF                                         *
  3940*-----------------------------------------------------------*
  3950 032-LOAD-CLASS-REF.
  3960     READ CLASS-REF-FILE
  3970         AT END
  3980             MOVE 'YES' TO END-OF-FILE
  3990     END-READ.
  4000     IF END-OF-FILE NOT = 'YES'
  4010         AND WS-CLASSREF-FS NOT = '00'
  4020         DISPLAY 'ERROR READING CLASSREF - FILE STATUS '
  4030             WS-CLASSREF-FS
  4040         PERFORM 950-ABEND-RUN
  4050     END-IF.
  4060     IF END-OF-FILE NOT = 'YES'
  4070         IF WS-CLASSREF-COUNT < 20
  4080             ADD 1 TO WS-CLASSREF-COUNT
  4090             SET CRF-IDX TO WS-CLASSREF-COUNT
  4100             MOVE CREF-CODE TO REF-CLASS-CODE (CRF-IDX)
  4110         ELSE
  4120             DISPLAY 'CLASS REF TABLE FULL AT 20 - '
  4130                 'CLASSREF ENTRY ' CREF-CODE
  4140             PERFORM 950-ABEND-RUN
  4150         END-IF
  4160     END-IF.
  4170*
  4180*-----------------------------------------------------------*
  4190* 033-LOAD-SUBJECT-REF                                       *
  4200*-----------------------------------------------------------*
  4210 033-LOAD-SUBJECT-REF.
  4220     READ SUBJECT-REF-FILE
  4230         AT END
  4240             MOVE 'YES' TO END-OF-FILE
  4250     END-READ.
  4260     IF END-OF-FILE NOT = 'YES'
  4270         AND WS-SUBJREF-FS NOT = '00'
  4280         DISPLAY 'ERROR READING SUBJREF - FILE STATUS '
  4290             WS-SUBJREF-FS
  4300         PERFORM 950-ABEND-RUN
  4310     END-IF.
  4320     IF END-OF-FILE NOT = 'YES'
  4330         IF WS-SUBJREF-COUNT < 20
  4340             ADD 1 TO WS-SUBJREF-COUNT
  4350             SET REF-IDX TO WS-SUBJREF-COUNT
  4360             MOVE SREF-CODE TO REF-SUBJ-CODE (REF-IDX)
  4370         ELSE
  4380             DISPLAY 'SUBJECT REF TABLE FULL AT 20 - '
  4390                 'SUBJREF ENTRY ' SREF-CODE
  4400             PERFORM 950-ABEND-RUN
  4410         END-IF
  4420     END-IF.
  4430*
  4440*-----------------------------------------------------------*
  4450* 034-LOAD-TERM-CAL                                          *
  4460*-----------------------------------------------------------*
  4470 034-LOAD-TERM-CAL.
  4480     READ TERM-CAL-FILE
  4490         AT END
  4500             MOVE 'YES' TO END-OF-FILE
  4510     END-READ.
  4520     IF END-OF-FILE NOT = 'YES'
  4530         AND WS-TERMCAL-FS NOT = '00'
  4540         DISPLAY 'ERROR READING TERMCAL - FILE STATUS '
  4550             WS-TERMCAL-FS
  4560         PERFORM 950-ABEND-RUN
  4570     END-IF.
  4580     IF END-OF-FILE NOT = 'YES'
  4590         IF WS-TERMCAL-COUNT < 50
  4600             ADD 1 TO WS-TERMCAL-COUNT
  4610             SET CAL-IDX TO WS-TERMCAL-COUNT
  4620             MOVE TCAL-CODE TO CAL-TERM-CODE (CAL-IDX)
  4630         ELSE
  4640             DISPLAY 'TERM CALENDAR TABLE FULL AT 50 - '
  4650                 'TERMCAL ENTRY ' TCAL-CODE
  4660             PERFORM 950-ABEND-RUN
  4670         END-IF
  4680     END-IF.
  4690*
  4700*-----------------------------------------------------------*
  4710* 035-LOAD-GENRE-REF                                         *
  4720*                                                            *
  4730* ONLY THE CANONICAL NAME IS KEPT - IT IS WHAT CATMAINT AND *
  4740* CATSYNC STORE ON THE MASTER, SO A TITLE STILL HOLDING A   *
  4750* CODE OR AN ALIAS IS REPORTED TOO.                          *
  4760*-----------------------------------------------------------*
  4770 035-LOAD-GENRE-REF.
  4780     READ GENRE-REF-FILE
  4790         AT END
  4800             MOVE 'YES' TO END-OF-FILE
  4810     END-READ.
  4820     IF END-OF-FILE NOT = 'YES'
  4830         AND WS-GENREF-FS NOT = '00'
  4840         DISPLAY 'ERROR READING GENREREF - FILE STATUS '
  4850             WS-GENREF-FS
  4860         PERFORM 950-ABEND-RUN
  4870     END-IF.
  4880     IF END-OF-FILE NOT = 'YES'
  4890         IF WS-GENRE-COUNT < 100
  4900             ADD 1 TO WS-GENRE-COUNT
  4910             SET GNM-IDX TO WS-GENRE-COUNT
  4920             MOVE GREF-NAME TO GNM-NAME (GNM-IDX)
  4930         ELSE
  4940             DISPLAY 'GENRE NAME TABLE FULL AT 100 - '
  4950                 'GENREREF ENTRY ' GREF-CODE
  4960             PERFORM 950-ABEND-RUN
  4970         END-IF
  4980     END-IF.
  4990*
  5000*-----------------------------------------------------------*
  5010* 038-LOAD-ALUMNI                                            *
  5020*-----------------------------------------------------------*
  5030 038-LOAD-ALUMNI.
  5040     OPEN INPUT ALUMNI-FILE.
  5050     IF WS-ALUMNI-FS NOT = '00'
  5060         AND WS-ALUMNI-FS NOT = '05'
  5070         DISPLAY 'UNABLE TO OPEN ALUMNI - FILE STATUS '
  5080             WS-ALUMNI-FS
  5090         PERFORM 950-ABEND-RUN
  5100     END-IF.
  5110     PERFORM 039-LOAD-ONE-GRADUATE UNTIL END-OF-FILE = 'YES'.
  5120     CLOSE ALUMNI-FILE.
  5130     MOVE 'NO' TO END-OF-FILE.
  5140*
  5150*-----------------------------------------------------------*
  5160* 039-LOAD-ONE-GRADUATE                                      *
  5170*-----------------------------------------------------------*
  5180 039-LOAD-ONE-GRADUATE.
  5190     READ ALUMNI-FILE
  5200         AT END
  5210             MOVE 'YES' TO END-OF-FILE
  5220     END-READ.
  5230     IF END-OF-FILE NOT = 'YES'
  5240         AND WS-ALUMNI-FS NOT = '00'
  5250         DISPLAY 'ERROR READING ALUMNI - FILE STATUS '
  5260             WS-ALUMNI-FS
  5270         PERFORM 950-ABEND-RUN
  5280     END-IF.
  5290     IF END-OF-FILE NOT = 'YES'
  5300         IF WS-ALUMNI-COUNT < 5000
  5310             ADD 1 TO WS-ALUMNI-COUNT
  5320             SET ALM-IDX TO WS-ALUMNI-COUNT
  5330             MOVE AL-STUDENT-ID TO ALM-STUDENT-ID (ALM-IDX)
  5340         ELSE
  5350             DISPLAY 'ALUMNI TABLE FULL AT 5000 - '
  5360                 'ALUMNI ENTRY ' AL-STUDENT-ID
  5370             PERFORM 950-ABEND-RUN
  5380         END-IF
  5390     END-IF.
  5400*
  5410*-----------------------------------------------------------*
  5420* 050-INITIALIZE                                             *
  5430*-----------------------------------------------------------*
  5440 050-INITIALIZE.
  5450     OPEN OUTPUT INTEG-REPORT.
  5460     IF WS-REPORT-FS NOT = '00'
  5470         DISPLAY 'UNABLE TO OPEN INTEGRPT - FILE STATUS '
  5480             WS-REPORT-FS
  5490         PERFORM 950-ABEND-RUN
  5500     END-IF.
  5510     MOVE SPACES TO REPORT-LINE.
  5520     STRING '===== CROSS-MASTER INTEGRITY CHECK '
  5530                                 DELIMITED BY SIZE
  5540             WS-RUN-DATE         DELIMITED BY SIZE
  5550             ' ====='            DELIMITED BY SIZE
  5560         INTO REPORT-LINE
  5570     END-STRING.
  5580     PERFORM 400-WRITE-REPORT-LINE.
  5590*
  5600*-----------------------------------------------------------*
  5610* 060-FIND-LAST-CLEAN-PERIOD                                 *
  5620*                                                            *
  5630* RUNLOG IS SELECT OPTIONAL, SO A MISSING FILE OPENS WITH   *
  5640* STATUS 05 AND THE SCAN ENDS AT ONCE. ASSIGNM3 ROWS LOGGED *
  5650* BEFORE THE POSTING RUN CARRIED ITS TAX PERIOD HAVE A      *
  5660* BLANK DETAIL AND ARE PASSED OVER.                         *
  5670*-----------------------------------------------------------*
  5680 060-FIND-LAST-CLEAN-PERIOD.
  5690     MOVE 'NO' TO WS-RUNLOG-EOF.
  5700     OPEN INPUT RUN-LOG-FILE.
  5710     IF WS-RUNLOG-FS NOT = '00'
  5720         AND WS-RUNLOG-FS NOT = '05'
  5730         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  5740             WS-RUNLOG-FS
  5750         PERFORM 950-ABEND-RUN
  5760     END-IF.
  5770     PERFORM 065-SCAN-ONE-LOG-ROW
  5780         UNTIL WS-RUNLOG-EOF = 'YES'.
  5790     CLOSE RUN-LOG-FILE.
  5800*
  5810*-----------------------------------------------------------*
  5820* 065-SCAN-ONE-LOG-ROW                                       *
  5830*-----------------------------------------------------------*
  5840 065-SCAN-ONE-LOG-ROW.
  5850     READ RUN-LOG-FILE
  5860         AT END
  5870             MOVE 'YES' TO WS-RUNLOG-EOF
  5880     END-READ.
  5890     IF WS-RUNLOG-EOF NOT = 'YES'
  5900         IF WS-RUNLOG-FS NOT = '00'
  5910             DISPLAY 'ERROR READING RUNLOG - FILE STATUS '
  5920                 WS-RUNLOG-FS
  5930             CLOSE RUN-LOG-FILE
  5940             PERFORM 950-ABEND-RUN
  5950         END-IF
  5960         IF RL-PROGRAM-NAME = 'ASSIGNM3'
  5970             AND RL-RETURN-CODE = ZERO
  5980             AND RL-RUN-DETAIL IS NUMERIC
  5990             AND RL-RUN-DETAIL > WS-LAST-CLEAN-PERIOD
  6000             MOVE RL-RUN-DETAIL TO WS-LAST-CLEAN-PERIOD
  6010         END-IF
  6020     END-IF.
  6030*
  6040*-----------------------------------------------------------*
  6050* 070-FIND-EMPLOYEE                                          *
  6060*                                                            *
  6070* SETS WS-CODE-ON-REF FOR THE EMPLOYEE-ID IN WS-CHECK-CODE.  *
  6080*-----------------------------------------------------------*
  6090 070-FIND-EMPLOYEE.
  6100     MOVE 'NO' TO WS-CODE-ON-REF.
  6110     SET EMP-IDX TO 1.
  6120     SEARCH EMP-REF-ENTRY
  6130         AT END
  6140             CONTINUE
  6150         WHEN EMP-IDX > WS-EMPREF-COUNT
  6160             CONTINUE
  6170         WHEN EMP-REF-ID (EMP-IDX) = WS-CHECK-CODE
  6180             MOVE 'YES' TO WS-CODE-ON-REF
  6190     END-SEARCH.
  6200*
  6210*-----------------------------------------------------------*
  6220* 072-CHECK-CLASS-ON-REF                                     *
  6230*-----------------------------------------------------------*
  6240 072-CHECK-CLASS-ON-REF.
  6250     MOVE 'NO' TO WS-CODE-ON-REF.
  6260     SET CRF-IDX TO 1.
  6270     SEARCH CLASS-REF-ENTRY
  6280         AT END
  6290             CONTINUE
  6300         WHEN CRF-IDX > WS-CLASSREF-COUNT
  6310             CONTINUE
  6320         WHEN REF-CLASS-CODE (CRF-IDX) = WS-CHECK-CODE
  6330             MOVE 'YES' TO WS-CODE-ON-REF
  6340     END-SEARCH.
  6350*
  6360*-----------------------------------------------------------*
  6370* 074-CHECK-SUBJECT-ON-REF                                   *
  6380*-----------------------------------------------------------*
  6390 074-CHECK-SUBJECT-ON-REF.
  6400     MOVE 'NO' TO WS-CODE-ON-REF.
  6410     SET REF-IDX TO 1.
  6420     SEARCH SUBJECT-REF-ENTRY
  6430         AT END
  6440             CONTINUE
  6450         WHEN REF-IDX > WS-SUBJREF-COUNT
  6460             CONTINUE
  6470         WHEN REF-SUBJ-CODE (REF-IDX) = WS-CHECK-CODE
  6480             MOVE 'YES' TO WS-CODE-ON-REF
  6490     END-SEARCH.
  6500*
  6510*-----------------------------------------------------------*
  6520* 076-CHECK-TERM-ON-CAL                                      *
  6530*-----------------------------------------------------------*
  6540 076-CHECK-TERM-ON-CAL.
  6550     MOVE 'NO' TO WS-CODE-ON-REF.
  6560     SET CAL-IDX TO 1.
  6570     SEARCH TERM-CAL-ENTRY
  6580         AT END
  6590             CONTINUE
  6600         WHEN CAL-IDX > WS-TERMCAL-COUNT
  6610             CONTINUE
  6620         WHEN CAL-TERM-CODE (CAL-IDX) = WS-CHECK-CODE
  6630             MOVE 'YES' TO WS-CODE-ON-REF
  6640     END-SEARCH.
  6650*
  6660*-----------------------------------------------------------*
  6670* 078-CHECK-GENRE-ON-REF                                     *
  6680*-----------------------------------------------------------*
  6690 078-CHECK-GENRE-ON-REF.
  6700     MOVE 'NO' TO WS-CODE-ON-REF.
  6710     SET GNM-IDX TO 1.
  6720     SEARCH GENRE-NAME-ENTRY
  6730         AT END
  6740             CONTINUE
  6750         WHEN GNM-IDX > WS-GENRE-COUNT
  6760             CONTINUE
  6770         WHEN GNM-NAME (GNM-IDX) = WS-CHECK-CODE
  6780             MOVE 'YES' TO WS-CODE-ON-REF
  6790     END-SEARCH.
  6800*
  6810*-----------------------------------------------------------*
  6820* 079-CHECK-ALUMNI                                           *
  6830*-----------------------------------------------------------*
  6840 079-CHECK-ALUMNI.
  6850     MOVE 'NO' TO WS-CODE-ON-REF.
  6860     SET ALM-IDX TO 1.
  6870     IF WS-ALUMNI-COUNT > 0
  6880         SEARCH ALUMNI-ENTRY
  6890             AT END
  6900                 CONTINUE
  6910             WHEN ALM-IDX > WS-ALUMNI-COUNT
  6920                 CONTINUE
  6930             WHEN ALM-STUDENT-ID (ALM-IDX) = WS-CHECK-CODE
  6940                 MOVE 'YES' TO WS-CODE-ON-REF
  6950         END-SEARCH
  6960     END-IF.
  6970*
  6980*-----------------------------------------------------------*
  6990* 100-CHECK-TAX-MASTER                                       *
  7000*                                                            *
  7010* EVERY TAXMASTR EMPLOYEE MUST BE ON EMPREF, AND NO ROW MAY *
  7020* BE POSTED FOR A PERIOD LATER THAN THE LATEST CLEAN        *
  7030* POSTING RUN - A LATER PERIOD CAN ONLY HAVE COME FROM A    *
  7040* RUN THAT DID NOT FINISH CLEANLY.                           *
  7050*-----------------------------------------------------------*
  7060 100-CHECK-TAX-MASTER.
  7070     MOVE SPACES TO REPORT-LINE.
  7080     PERFORM 400-WRITE-REPORT-LINE.
  7090     IF WS-LAST-CLEAN-PERIOD = SPACES
  7100         MOVE SPACES TO REPORT-LINE
  7110         STRING 'NO CLEAN POSTING RUN ON RUNLOG CARRIES A '
  7120                                     DELIMITED BY SIZE
  7130                 'TAX PERIOD - POSTED-PERIOD CHECK NOT MADE'
  7140                                     DELIMITED BY SIZE
  7150             INTO REPORT-LINE
  7160         END-STRING
  7170     ELSE
  7180         MOVE SPACES TO REPORT-LINE
  7190         STRING 'LATEST CLEAN POSTING RUN ON RUNLOG - TAX '
  7200                                     DELIMITED BY SIZE
  7210                 'PERIOD '           DELIMITED BY SIZE
  7220                 WS-LAST-CLEAN-PERIOD DELIMITED BY SIZE
  7230             INTO REPORT-LINE
  7240         END-STRING
  7250     END-IF.
  7260     PERFORM 400-WRITE-REPORT-LINE.
  7270     MOVE 'TAXMASTR' TO WS-FIND-SOURCE.
  7280     OPEN INPUT TAX-MASTER.
  7290     EVALUATE WS-TAX-MASTER-STATUS
  7300         WHEN '00'
  7310             PERFORM 110-READ-TAX-MASTER
  7320             PERFORM 120-CHECK-ONE-EMPLOYEE
  7330                 UNTIL END-OF-FILE = 'YES'
  7340             CLOSE TAX-MASTER
  7350         WHEN '35'
  7360             MOVE 'NO TAXMASTR ON FILE - NOT CHECKED'
  7370                 TO REPORT-LINE
  7380             PERFORM 400-WRITE-REPORT-LINE
  7390         WHEN OTHER
  7400             DISPLAY 'UNABLE TO OPEN TAXMASTR - FILE STATUS '
  7410                 WS-TAX-MASTER-STATUS
  7420             PERFORM 950-ABEND-RUN
  7430     END-EVALUATE.
  7440     MOVE 'NO' TO END-OF-FILE.
  7450*
  7460*-----------------------------------------------------------*
  7470* 110-READ-TAX-MASTER                                        *
  7480*-----------------------------------------------------------*
  7490 110-READ-TAX-MASTER.
  7500     READ TAX-MASTER
  7510         AT END
  7520             MOVE 'YES' TO END-OF-FILE
  7530     END-READ.
  7540     IF END-OF-FILE NOT = 'YES'
  7550         AND WS-TAX-MASTER-STATUS NOT = '00'
  7560         DISPLAY 'ERROR READING TAXMASTR - FILE STATUS '
  7570             WS-TAX-MASTER-STATUS
  7580         PERFORM 950-ABEND-RUN
  7590     END-IF.
  7600*
  7610*-----------------------------------------------------------*
  7620* 120-CHECK-ONE-EMPLOYEE                                     *
  7630*-----------------------------------------------------------*
  7640 120-CHECK-ONE-EMPLOYEE.
  7650     ADD 1 TO WS-TAXM-READ.
  7660     MOVE EM-EMPLOYEE-ID TO WS-CHECK-CODE.
  7670     PERFORM 070-FIND-EMPLOYEE.
  7680     IF WS-CODE-ON-REF = 'NO'
  7690         MOVE EM-EMPLOYEE-ID TO WS-FIND-KEY
  7700         MOVE 'EMPLOYEE NOT ON EMPREF' TO WS-FIND-TEXT
  7710         ADD 1 TO WS-TAXM-ORPHAN-COUNT
  7720         PERFORM 450-WRITE-FINDING
  7730     END-IF.
  7740     IF WS-LAST-CLEAN-PERIOD NOT = SPACES
  7750         AND EM-LAST-POSTED-PERIOD > WS-LAST-CLEAN-PERIOD
  7760         MOVE EM-EMPLOYEE-ID TO WS-FIND-KEY
  7770         MOVE SPACES TO WS-FIND-TEXT
  7780         STRING 'POSTED FOR PERIOD '     DELIMITED BY SIZE
  7790                 EM-LAST-POSTED-PERIOD   DELIMITED BY SIZE
  7800                 ' - NO CLEAN RUN FOR IT' DELIMITED BY SIZE
  7810             INTO WS-FIND-TEXT
  7820         END-STRING
  7830         ADD 1 TO WS-PERIOD-AHEAD-COUNT
  7840         PERFORM 450-WRITE-FINDING
  7850     END-IF.
  7860     PERFORM 110-READ-TAX-MASTER.
  7870*
  7880*-----------------------------------------------------------*
  7890* 150-CHECK-ANNUAL-HISTORY                                   *
  7900*                                                            *
  7910* A MISSING TAXANNL IS NORMAL UNTIL THE FIRST YEAR-END       *
  7920* CLOSE HAS RUN.                                             *
  7930*-----------------------------------------------------------*
  7940 150-CHECK-ANNUAL-HISTORY.
  7950     MOVE 'TAXANNL' TO WS-FIND-SOURCE.
  7960     OPEN INPUT ANNUAL-HISTORY.
  7970     EVALUATE WS-ANNUAL-STATUS
  7980         WHEN '00'
  7990             PERFORM 160-READ-ANNUAL
  8000             PERFORM 170-CHECK-ONE-ANNUAL
  8010                 UNTIL END-OF-FILE = 'YES'
  8020             CLOSE ANNUAL-HISTORY
  8030         WHEN '35'
  8040             MOVE 'NO TAXANNL ON FILE - NOT CHECKED'
  8050                 TO REPORT-LINE
  8060             PERFORM 400-WRITE-REPORT-LINE
  8070         WHEN OTHER
  8080             DISPLAY 'UNABLE TO OPEN TAXANNL - FILE STATUS '
  8090                 WS-ANNUAL-STATUS
  8100             PERFORM 950-ABEND-RUN
  8110     END-EVALUATE.
  8120     MOVE 'NO' TO END-OF-FILE.
  8130*
  8140*-----------------------------------------------------------*
  8150* 160-READ-ANNUAL                                            *
  8160*-----------------------------------------------------------*
  8170 160-READ-ANNUAL.
  8180     READ ANNUAL-HISTORY
  8190         AT END
  8200             MOVE 'YES' TO END-OF-FILE
  8210     END-READ.
  8220     IF END-OF-FILE NOT = 'YES'
  8230         AND WS-ANNUAL-STATUS NOT = '00'
  8240         DISPLAY 'ERROR READING TAXANNL - FILE STATUS '
  8250             WS-ANNUAL-STATUS
  8260         PERFORM 950-ABEND-RUN
  8270     END-IF.
  8280*
  8290*-----------------------------------------------------------*
  8300* 170-CHECK-ONE-ANNUAL                                       *
  8310*-----------------------------------------------------------*
  8320 170-CHECK-ONE-ANNUAL.
  8330     ADD 1 TO WS-TAXA-READ.
  8340     MOVE AH-EMPLOYEE-ID TO WS-CHECK-CODE.
  8350     PERFORM 070-FIND-EMPLOYEE.
  8360     IF WS-CODE-ON-REF = 'NO'
  8370         MOVE SPACES TO WS-FIND-KEY
  8380         STRING AH-EMPLOYEE-ID  DELIMITED BY SIZE
  8390                 ' '             DELIMITED BY SIZE
  8400                 AH-TAX-YEAR     DELIMITED BY SIZE
  8410             INTO WS-FIND-KEY
  8420         END-STRING
  8430         MOVE 'EMPLOYEE NOT ON EMPREF' TO WS-FIND-TEXT
  8440         ADD 1 TO WS-TAXA-ORPHAN-COUNT
  8450         PERFORM 450-WRITE-FINDING
  8460     END-IF.
  8470     PERFORM 160-READ-ANNUAL.
  8480*
  8490*-----------------------------------------------------------*
  8500* 200-CHECK-ROSTER                                           *
  8510*                                                            *
  8520* EVERY STUDENT'S CLASS MUST BE ON CLASSREF AND EVERY       *
  8530* SUBJECT IN USE ON SUBJREF. THE ROSTER IS LEFT OPEN FOR    *
  8540* THE KEYED LOOK-UPS OF THE TERMHIST CHECK.                  *
  8550*-----------------------------------------------------------*
  8560 200-CHECK-ROSTER.
  8570     MOVE 'STUDENTS' TO WS-FIND-SOURCE.
  8580     OPEN INPUT STUDENT-FILE.
  8590     EVALUATE WS-STUDENT-FS
  8600         WHEN '00'
  8610             MOVE 'YES' TO WS-ROSTER-ON-FILE
  8620             PERFORM 210-READ-STUDENT
  8630             PERFORM 220-CHECK-ONE-STUDENT
  8640                 UNTIL END-OF-FILE = 'YES'
  8650         WHEN '35'
  8660             MOVE 'NO STUDENTS.DAT ON FILE - NOT CHECKED'
  8670                 TO REPORT-LINE
  8680             PERFORM 400-WRITE-REPORT-LINE
  8690         WHEN OTHER
  8700             DISPLAY 'UNABLE TO OPEN STUDENTS.DAT - FILE '
  8710                 'STATUS ' WS-STUDENT-FS
  8720             PERFORM 950-ABEND-RUN
  8730     END-EVALUATE.
  8740     MOVE 'NO' TO END-OF-FILE.
  8750*
  8760*-----------------------------------------------------------*
  8770* 210-READ-STUDENT                                           *
  8780*-----------------------------------------------------------*
  8790 210-READ-STUDENT.
  8800     READ STUDENT-FILE NEXT
  8810         AT END
  8820             MOVE 'YES' TO END-OF-FILE
  8830     END-READ.
  8840     IF END-OF-FILE NOT = 'YES'
  8850         AND WS-STUDENT-FS NOT = '00'
  8860         DISPLAY 'ERROR READING STUDENTS.DAT - FILE STATUS '
  8870             WS-STUDENT-FS
  8880         PERFORM 950-ABEND-RUN
  8890     END-IF.
  8900*
  8910*-----------------------------------------------------------*
  8920* 220-CHECK-ONE-STUDENT                                      *
  8930*                                                            *
  8940* A BLANK CLASS IS NOT A CLASS AND IS REPORTED; A BLANK     *
  8950* SUBJECT SLOT IS SIMPLY UNUSED.                             *
  8960*-----------------------------------------------------------*
  8970 220-CHECK-ONE-STUDENT.
  8980     ADD 1 TO WS-STUDENT-READ.
  8990     MOVE STUDENT-CLASS-CODE TO WS-CHECK-CODE.
  9000     PERFORM 072-CHECK-CLASS-ON-REF.
  9010     IF WS-CODE-ON-REF = 'NO'
  9020         MOVE STUDENT-ID TO WS-FIND-KEY
  9030         MOVE SPACES TO WS-FIND-TEXT
  9040         STRING 'CLASS '                DELIMITED BY SIZE
  9050                 STUDENT-CLASS-CODE     DELIMITED BY SIZE
  9060                 ' NOT ON CLASSREF'     DELIMITED BY SIZE
  9070             INTO WS-FIND-TEXT
  9080         END-STRING
  9090         ADD 1 TO WS-BAD-CLASS-COUNT
  9100         PERFORM 450-WRITE-FINDING
  9110     END-IF.
  9120     PERFORM 225-CHECK-ONE-SLOT
  9130         VARYING WS-SUB-IDX FROM 1 BY 1
  9140         UNTIL WS-SUB-IDX > 6.
  9150     PERFORM 210-READ-STUDENT.
  9160*
  9170*-----------------------------------------------------------*
  9180* 225-CHECK-ONE-SLOT                                         *
  9190*-----------------------------------------------------------*
  9200 225-CHECK-ONE-SLOT.
  9210     IF STUDENT-SUBJ-CODE (WS-SUB-IDX) NOT = SPACES
  9220         MOVE STUDENT-SUBJ-CODE (WS-SUB-IDX) TO WS-CHECK-CODE
  9230         PERFORM 074-CHECK-SUBJECT-ON-REF
  9240         IF WS-CODE-ON-REF = 'NO'
  9250             MOVE STUDENT-ID TO WS-FIND-KEY
  9260             MOVE SPACES TO WS-FIND-TEXT
  9270             STRING 'SUBJECT '          DELIMITED BY SIZE
  9280                     STUDENT-SUBJ-CODE (WS-SUB-IDX)
  9290                                        DELIMITED BY SIZE
  9300                     ' (SLOT '          DELIMITED BY SIZE
  9310                     WS-SUB-IDX         DELIMITED BY SIZE
  9320                     ') NOT ON SUBJREF' DELIMITED BY SIZE
  9330                 INTO WS-FIND-TEXT
  9340             END-STRING
  9350             ADD 1 TO WS-BAD-SUBJ-COUNT
  9360             PERFORM 450-WRITE-FINDING
  9370         END-IF
  9380     END-IF.
  9390*
  9400*-----------------------------------------------------------*
  9410* 250-CHECK-TERM-HISTORY                                     *
  9420*                                                            *
  9430* EVERY TERMHIST ROW MUST BE FOR A TERMCAL TERM AND FOR A   *
  9440* STUDENT STILL ON THE ROSTER OR ON ALUMNI. WITH NO ROSTER  *
  9450* ON FILE ONLY THE TERM IS CHECKED - OTHERWISE EVERY ROW OF *
  9460* A CURRENT STUDENT WOULD BE REPORTED.                       *
  9470*-----------------------------------------------------------*
  9480 250-CHECK-TERM-HISTORY.
  9490     MOVE 'TERMHIST' TO WS-FIND-SOURCE.
  9500     IF WS-ROSTER-ON-FILE = 'NO'
  9510         MOVE 'NO ROSTER ON FILE - TERMHIST STUDENTS NOT CHECKED'
  9520             TO REPORT-LINE
  9530         PERFORM 400-WRITE-REPORT-LINE
  9540     END-IF.
  9550     OPEN INPUT HISTORY-FILE.
  9560     EVALUATE WS-HISTORY-FS
  9570         WHEN '00'
  9580             PERFORM 260-READ-HISTORY
  9590             PERFORM 270-CHECK-ONE-HISTORY
  9600                 UNTIL END-OF-FILE = 'YES'
  9610             CLOSE HISTORY-FILE
  9620         WHEN '35'
  9630             MOVE 'NO TERMHIST ON FILE - NOT CHECKED'
  9640                 TO REPORT-LINE
  9650             PERFORM 400-WRITE-REPORT-LINE
  9660         WHEN OTHER
  9670             DISPLAY 'UNABLE TO OPEN TERMHIST - FILE STATUS '
  9680                 WS-HISTORY-FS
  9690             PERFORM 950-ABEND-RUN
  9700     END-EVALUATE.
  9710     MOVE 'NO' TO END-OF-FILE.
  9720*
  9730*-----------------------------------------------------------*
  9740* 260-READ-HISTORY                                           *
  9750*-----------------------------------------------------------*
  9760 260-READ-HISTORY.
  9770     READ HISTORY-FILE
  9780         AT END
  9790             MOVE 'YES' TO END-OF-FILE
  9800     END-READ.
  9810     IF END-OF-FILE NOT = 'YES'
  9820         AND WS-HISTORY-FS NOT = '00'
  9830         DISPLAY 'ERROR READING TERMHIST - FILE STATUS '
  9840             WS-HISTORY-FS
  9850         PERFORM 950-ABEND-RUN
  9860     END-IF.
  9870*
  9880*-----------------------------------------------------------*
  9890* 270-CHECK-ONE-HISTORY                                      *
  9900*-----------------------------------------------------------*
  9910 270-CHECK-ONE-HISTORY.
  9920     ADD 1 TO WS-HISTORY-READ.
  9930     MOVE SPACES TO WS-FIND-KEY.
  9940     STRING TH-STUDENT-ID  DELIMITED BY SIZE
  9950             ' '            DELIMITED BY SIZE
  9960             TH-TERM        DELIMITED BY SIZE
  9970         INTO WS-FIND-KEY
  9980     END-STRING.
  9990     MOVE TH-TERM TO WS-CHECK-CODE.
 10000     PERFORM 076-CHECK-TERM-ON-CAL.
 10010     IF WS-CODE-ON-REF = 'NO'
 10020         MOVE 'TERM NOT ON TERMCAL' TO WS-FIND-TEXT
 10030         ADD 1 TO WS-BAD-TERM-COUNT
 10040         PERFORM 450-WRITE-FINDING
 10050     END-IF.
 10060     IF WS-ROSTER-ON-FILE = 'YES'
 10070         PERFORM 275-FIND-ON-ROSTER
 10080         IF WS-CODE-ON-REF = 'NO'
 10090             MOVE 'STUDENT NOT ON ROSTER OR ALUMNI'
 10100                 TO WS-FIND-TEXT
 10110             ADD 1 TO WS-HIST-ORPHAN-COUNT
 10120             PERFORM 450-WRITE-FINDING
 10130         END-IF
 10140     END-IF.
 10150     PERFORM 260-READ-HISTORY.
 10160*
 10170*-----------------------------------------------------------*
 10180* 275-FIND-ON-ROSTER                                         *
 10190*                                                            *
 10200* SETS WS-CODE-ON-REF FOR THE TERMHIST ROW'S STUDENT - A    *
 10210* KEYED READ OF THE ROSTER, THEN THE ALUMNI TABLE.           *
 10220*-----------------------------------------------------------*
 10230 275-FIND-ON-ROSTER.
 10240     MOVE TH-STUDENT-ID TO STUDENT-ID.
 10250     READ STUDENT-FILE.
 10260     EVALUATE WS-STUDENT-FS
 10270         WHEN '00'
 10280             MOVE 'YES' TO WS-CODE-ON-REF
 10290         WHEN '23'
 10300             MOVE TH-STUDENT-ID TO WS-CHECK-CODE
 10310             PERFORM 079-CHECK-ALUMNI
 10320         WHEN OTHER
 10330             DISPLAY 'UNABLE TO READ STUDENTS.DAT - FILE '
 10340                 'STATUS ' WS-STUDENT-FS
 10350             PERFORM 950-ABEND-RUN
 10360     END-EVALUATE.
 10370*
 10380*-----------------------------------------------------------*
 10390* 300-CHECK-CATALOG                                          *
 10400*                                                            *
 10410* EVERY TITLE'S GENRE MUST BE A GENREREF CANONICAL NAME.     *
 10420*-----------------------------------------------------------*
 10430 300-CHECK-CATALOG.
 10440     MOVE 'CATALOG' TO WS-FIND-SOURCE.
 10450     OPEN INPUT CATALOG-FILE.
 10460     EVALUATE WS-CATALOG-FS
 10470         WHEN '00'
 10480             PERFORM 310-READ-CATALOG
 10490             PERFORM 320-CHECK-ONE-TITLE
 10500                 UNTIL END-OF-FILE = 'YES'
 10510             CLOSE CATALOG-FILE
 10520         WHEN '35'
 10530             MOVE 'NO CATALOG ON FILE - NOT CHECKED'
 10540                 TO REPORT-LINE
 10550             PERFORM 400-WRITE-REPORT-LINE
 10560         WHEN OTHER
 10570             DISPLAY 'UNABLE TO OPEN CATALOG - FILE STATUS '
 10580                 WS-CATALOG-FS
 10590             PERFORM 950-ABEND-RUN
 10600     END-EVALUATE.
 10610     MOVE 'NO' TO END-OF-FILE.
 10620*
 10630*-----------------------------------------------------------*
 10640* 310-READ-CATALOG                                           *
 10650*-----------------------------------------------------------*
 10660 310-READ-CATALOG.
 10670     READ CATALOG-FILE
 10680         AT END
 10690             MOVE 'YES' TO END-OF-FILE
 10700     END-READ.
 10710     IF END-OF-FILE NOT = 'YES'
 10720         AND WS-CATALOG-FS NOT = '00'
 10730         DISPLAY 'ERROR READING CATALOG - FILE STATUS '
 10740             WS-CATALOG-FS
 10750         PERFORM 950-ABEND-RUN
 10760     END-IF.
 10770*
 10780*-----------------------------------------------------------*
 10790* 320-CHECK-ONE-TITLE                                        *
 10800*-----------------------------------------------------------*
 10810 320-CHECK-ONE-TITLE.
 10820     ADD 1 TO WS-CATALOG-READ.
 10830     MOVE CAT-GENRE TO WS-CHECK-CODE.
 10840     PERFORM 078-CHECK-GENRE-ON-REF.
 10850     IF WS-CODE-ON-REF = 'NO'
 10860         MOVE SPACES TO WS-FIND-KEY
 10870         STRING CAT-TITLE (1:25)  DELIMITED BY SIZE
 10880                 CAT-YEAR          DELIMITED BY SIZE
 10890             INTO WS-FIND-KEY
 10900         END-STRING
 10910         MOVE SPACES TO WS-FIND-TEXT
 10920         STRING 'GENRE '           DELIMITED BY SIZE
 10930                 CAT-GENRE         DELIMITED BY SIZE
 10940                 ' NOT ON GENREREF' DELIMITED BY SIZE
 10950             INTO WS-FIND-TEXT
 10960         END-STRING
 10970         ADD 1 TO WS-BAD-GENRE-COUNT
 10980         PERFORM 450-WRITE-FINDING
 10990     END-IF.
 11000     PERFORM 310-READ-CATALOG.
 11010*
 11020*-----------------------------------------------------------*
 11030* 400-WRITE-REPORT-LINE                                      *
 11040*-----------------------------------------------------------*
 11050 400-WRITE-REPORT-LINE.
 11060     WRITE REPORT-LINE.
 11070     IF WS-REPORT-FS NOT = '00'
 11080         DISPLAY 'UNABLE TO WRITE INTEGRPT - FILE STATUS '
 11090             WS-REPORT-FS
 11100         PERFORM 950-ABEND-RUN
 11110     END-IF.
 11120*
 11130*-----------------------------------------------------------*
 11140* 450-WRITE-FINDING                                          *
 11150*-----------------------------------------------------------*
 11160 450-WRITE-FINDING.
 11170     ADD 1 TO WS-FINDING-COUNT.
 11180     MOVE SPACES TO REPORT-LINE.
 11190     STRING WS-FIND-SOURCE  DELIMITED BY SIZE
 11200             '  '            DELIMITED BY SIZE
 11210             WS-FIND-KEY     DELIMITED BY SIZE
 11220             '  '            DELIMITED BY SIZE
 11230             WS-FIND-TEXT    DELIMITED BY SIZE
 11240         INTO REPORT-LINE
 11250     END-STRING.
 11260     PERFORM 400-WRITE-REPORT-LINE.
 11270*
 11280*-----------------------------------------------------------*
 11290* 500-PRINT-SUMMARY                                          *
 11300*-----------------------------------------------------------*
 11310 500-PRINT-SUMMARY.
 11320     COMPUTE WS-ROWS-READ = WS-TAXM-READ + WS-TAXA-READ
 11330         + WS-STUDENT-READ + WS-HISTORY-READ + WS-CATALOG-READ.
 11340     MOVE SPACES TO REPORT-LINE.
 11350     WRITE REPORT-LINE FROM
 11360         '-------------------------------------------------'.
 11370     MOVE 'TAXMASTR ROWS READ' TO WS-COUNT-LABEL.
 11380     MOVE WS-TAXM-READ TO WS-COUNT-VALUE.
 11390     PERFORM 510-PRINT-COUNT-LINE.
 11400     MOVE 'TAXANNL ROWS READ' TO WS-COUNT-LABEL.
 11410     MOVE WS-TAXA-READ TO WS-COUNT-VALUE.
 11420     PERFORM 510-PRINT-COUNT-LINE.
 11430     MOVE 'STUDENTS.DAT ROWS READ' TO WS-COUNT-LABEL.
 11440     MOVE WS-STUDENT-READ TO WS-COUNT-VALUE.
 11450     PERFORM 510-PRINT-COUNT-LINE.
 11460     MOVE 'TERMHIST ROWS READ' TO WS-COUNT-LABEL.
 11470     MOVE WS-HISTORY-READ TO WS-COUNT-VALUE.
 11480     PERFORM 510-PRINT-COUNT-LINE.
 11490     MOVE 'CATALOG ROWS READ' TO WS-COUNT-LABEL.
 11500     MOVE WS-CATALOG-READ TO WS-COUNT-VALUE.
 11510     PERFORM 510-PRINT-COUNT-LINE.
 11520     MOVE SPACES TO REPORT-LINE.
 11530     PERFORM 400-WRITE-REPORT-LINE.
 11540     MOVE 'TAXMASTR EMPLOYEES NOT ON EMPREF' TO WS-COUNT-LABEL.
 11550     MOVE WS-TAXM-ORPHAN-COUNT TO WS-COUNT-VALUE.
 11560     PERFORM 510-PRINT-COUNT-LINE.
 11570     MOVE 'TAXANNL EMPLOYEES NOT ON EMPREF' TO WS-COUNT-LABEL.
 11580     MOVE WS-TAXA-ORPHAN-COUNT TO WS-COUNT-VALUE.
 11590     PERFORM 510-PRINT-COUNT-LINE.
 11600     MOVE 'TAXMASTR POSTED AFTER THE LAST CLEAN RUN'
 11610         TO WS-COUNT-LABEL.
 11620     MOVE WS-PERIOD-AHEAD-COUNT TO WS-COUNT-VALUE.
 11630     PERFORM 510-PRINT-COUNT-LINE.
 11640     MOVE 'STUDENT CLASSES NOT ON CLASSREF' TO WS-COUNT-LABEL.
 11650     MOVE WS-BAD-CLASS-COUNT TO WS-COUNT-VALUE.
 11660     PERFORM 510-PRINT-COUNT-LINE.
 11670     MOVE 'STUDENT SUBJECTS NOT ON SUBJREF' TO WS-COUNT-LABEL.
 11680     MOVE WS-BAD-SUBJ-COUNT TO WS-COUNT-VALUE.
 11690     PERFORM 510-PRINT-COUNT-LINE.
 11700     MOVE 'TERMHIST TERMS NOT ON TERMCAL' TO WS-COUNT-LABEL.
 11710     MOVE WS-BAD-TERM-COUNT TO WS-COUNT-VALUE.
 11720     PERFORM 510-PRINT-COUNT-LINE.
 11730     MOVE 'TERMHIST STUDENTS NOT ON ROSTER OR ALUMNI'
 11740         TO WS-COUNT-LABEL.
 11750     MOVE WS-HIST-ORPHAN-COUNT TO WS-COUNT-VALUE.
 11760     PERFORM 510-PRINT-COUNT-LINE.
 11770     MOVE 'CATALOG GENRES NOT ON GENREREF' TO WS-COUNT-LABEL.
 11780     MOVE WS-BAD-GENRE-COUNT TO WS-COUNT-VALUE.
 11790     PERFORM 510-PRINT-COUNT-LINE.
 11800     MOVE 'TOTAL FINDINGS' TO WS-COUNT-LABEL.
 11810     MOVE WS-FINDING-COUNT TO WS-COUNT-VALUE.
 11820     PERFORM 510-PRINT-COUNT-LINE.
 11830     IF WS-FINDING-COUNT = 0
 11840         MOVE '*** NO INTEGRITY FINDINGS ***' TO REPORT-LINE
 11850     ELSE
 11860         MOVE '*** INTEGRITY FINDINGS - SEE ABOVE ***'
 11870             TO REPORT-LINE
 11880         MOVE 8 TO RETURN-CODE
 11890     END-IF.
 11900     PERFORM 400-WRITE-REPORT-LINE.
 11910*
 11920*-----------------------------------------------------------*
 11930* 510-PRINT-COUNT-LINE                                       *
 11940*-----------------------------------------------------------*
 11950 510-PRINT-COUNT-LINE.
 11960     MOVE WS-COUNT-VALUE TO WS-COUNT-DISP.
 11970     MOVE SPACES TO REPORT-LINE.
 11980     STRING WS-COUNT-LABEL  DELIMITED BY SIZE
 11990             WS-COUNT-DISP   DELIMITED BY SIZE
 12000         INTO REPORT-LINE
 12010     END-STRING.
 12020     PERFORM 400-WRITE-REPORT-LINE.
 12030     DISPLAY WS-COUNT-LABEL WS-COUNT-DISP.
 12040*
 12050*-----------------------------------------------------------*
 12060* 900-TERMINATE                                              *
 12070*-----------------------------------------------------------*
 12080 900-TERMINATE.
 12090     IF WS-ROSTER-ON-FILE = 'YES'
 12100         CLOSE STUDENT-FILE
 12110     END-IF.
 12120     CLOSE INTEG-REPORT.
 12130     PERFORM 930-WRITE-RUN-LOG.
 12140*
 12150*-----------------------------------------------------------*
 12160* 930-WRITE-RUN-LOG                                          *
 12170*                                                            *
 12180* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE - MASTER *
 12190* ROWS READ, NOTHING WRITTEN, AND THE FINDINGS AS           *
 12200* EXCEPTIONS (ANY FINDING ALSO SHOWS AS RETURN CODE 8).      *
 12210* CALLED ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE *
 12220* HERE IS REPORTED BUT NEVER RE-ABENDS THE RUN.              *
 12230*-----------------------------------------------------------*
 12240 930-WRITE-RUN-LOG.
 12250     OPEN EXTEND RUN-LOG-FILE.
 12260     IF WS-RUNLOG-FS NOT = '00'
 12270         AND WS-RUNLOG-FS NOT = '05'
 12280         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
 12290             WS-RUNLOG-FS
 12300     ELSE
 12310         MOVE SPACES TO RUN-LOG-RECORD
 12320         MOVE 'INTEGCHK'          TO RL-PROGRAM-NAME
 12330         MOVE WS-RUN-DATE         TO RL-START-DATE
 12340         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
 12350         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
 12360         ACCEPT WS-RUN-END-TIME FROM TIME
 12370         MOVE WS-RUN-END-DATE     TO RL-END-DATE
 12380         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
 12390         MOVE WS-ROWS-READ        TO RL-RECORDS-READ
 12400         MOVE ZEROES              TO RL-RECORDS-WRITTEN
 12410         MOVE WS-FINDING-COUNT    TO RL-EXCEPTION-COUNT
 12420         MOVE ZEROES              TO RL-DUPLICATE-COUNT
 12430         MOVE RETURN-CODE         TO RL-RETURN-CODE
 12440         WRITE RUN-LOG-RECORD
 12450         IF WS-RUNLOG-FS NOT = '00'
 12460             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
 12470                 WS-RUNLOG-FS
 12480         END-IF
 12490         CLOSE RUN-LOG-FILE
 12500     END-IF.
 12510*
 12520*-----------------------------------------------------------*
 12530* 950-ABEND-RUN                                              *
 12540*-----------------------------------------------------------*
 12550 950-ABEND-RUN.
 12560     DISPLAY 'INTEGCHK IS ABENDING - SEE THE MESSAGE ABOVE'.
 12570     MOVE 16 TO RETURN-CODE.
 12580     PERFORM 930-WRITE-RUN-LOG.
 12590     STOP RUN.
