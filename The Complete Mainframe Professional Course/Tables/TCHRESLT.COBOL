    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    TCHRESLT.
    30 AUTHOR.        D PRICE.
    40 INSTALLATION.  CATALOG SYSTEMS.
    50 DATE-WRITTEN.  2026-10-15.
    60 DATE-COMPILED.
    70*
    80*-----------------------------------------------------------*
    90* MODIFICATION HISTORY                                      *
   100*-----------------------------------------------------------*
   110* DATE       INIT  DESCRIPTION                               *
   120* ---------- ----  ---------------------------------------- *
   130* 2026-10-15 DP    ORIGINAL VERSION - RESULTS BY TEACHER.   *
   140*                  FOR EVERY TEACHER ON TEACHREF, EACH      *
   150*                  CLASS AND SUBJECT THEY ARE ASSIGNED ON   *
   160*                  TCHASSGN WITH THE STUDENT COUNT, AVERAGE,*
   170*                  HIGH, LOW AND NUMBER FAILING, TAKEN FROM *
   180*                  THE LIVE ROSTER (STUDENTS.DAT) OR FROM   *
   190*                  ONE CLOSED TERM ON TERMHIST. CLASS/      *
   200*                  SUBJECTS WITH SCORES BUT NO TEACHER ARE  *
   210*                  LISTED AT THE END OF TCHRPT.             *
   220*-----------------------------------------------------------*
   230 ENVIRONMENT DIVISION.
   240 INPUT-OUTPUT SECTION.
   250 FILE-CONTROL.
   260     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
   270         ORGANIZATION IS INDEXED
   280         ACCESS MODE IS SEQUENTIAL
   290         RECORD KEY IS STUDENT-ID
   300         FILE STATUS IS WS-STUDENT-FS.
   310*
   320     SELECT HISTORY-FILE ASSIGN TO "TERMHIST"
   330         ORGANIZATION IS INDEXED
   340         ACCESS MODE IS SEQUENTIAL
   350         RECORD KEY IS TH-KEY
   360         FILE STATUS IS WS-HISTORY-FS.
   370*
   380     SELECT TEACHER-REF-FILE ASSIGN TO "TEACHREF"
   390         ORGANIZATION IS LINE SEQUENTIAL
   400         ACCESS MODE IS SEQUENTIAL
   410         FILE STATUS IS WS-TEACHREF-FS.
   420*
   430     SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "TCHASSGN"
   440         ORGANIZATION IS LINE SEQUENTIAL
   450         ACCESS MODE IS SEQUENTIAL
   460         FILE STATUS IS WS-TCHASSGN-FS.
   470*
   480     SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
   490         ORGANIZATION IS LINE SEQUENTIAL
   500         ACCESS MODE IS SEQUENTIAL
   510         FILE STATUS IS WS-SUBJREF-FS.
   520*
   530     SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL"
   540         ORGANIZATION IS LINE SEQUENTIAL
   550         ACCESS MODE IS SEQUENTIAL
   560         FILE STATUS IS WS-TERMCAL-FS.
   570*
   580     SELECT RESULT-REPORT ASSIGN TO "TCHRPT"
   590         ORGANIZATION IS LINE SEQUENTIAL
   600         ACCESS MODE IS SEQUENTIAL
   610         FILE STATUS IS WS-REPORT-FS.
   620*
   630     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   640         ORGANIZATION IS LINE SEQUENTIAL
   650         ACCESS MODE IS SEQUENTIAL
   660         FILE STATUS IS WS-RUNLOG-FS.
   670*
   680 DATA DIVISION.
   690 FILE SECTION.
   700 FD  STUDENT-FILE.
   710 01  STUDENT-FILE-RECORD.
   720     COPY STUDENTREC.
   730*
   740 FD  HISTORY-FILE.
   750 01  TERM-HISTORY-RECORD.
   760     COPY TERMREC.
   770*
   780 FD  TEACHER-REF-FILE.
   790 01  TEACHER-REF-RECORD.
   800     COPY TEACHREF.
   810*
   820 FD  ASSIGNMENT-FILE.
   830 01  ASSIGNMENT-RECORD.
   840     COPY TCHASSGN.
   850*
   860 FD  SUBJECT-REF-FILE.
   870 01  SUBJECT-REF-RECORD.
   880     COPY SUBJREF.
   890*
   900 FD  TERM-CAL-FILE.
   910 01  TERM-CAL-RECORD.
   920     COPY TERMCAL.
   930*
   940 FD  RESULT-REPORT.
   950 01  REPORT-LINE            PIC X(80).
   960*
   970 FD  RUN-LOG-FILE.
   980 01  RUN-LOG-RECORD.
   990     COPY RUNLOGREC.
  1000*
  1010 WORKING-STORAGE SECTION.
  1020*
  1030 01  WS-STUDENT-FS          PIC X(2) VALUE SPACES.
  1040 01  WS-HISTORY-FS          PIC X(2) VALUE SPACES.
  1050 01  WS-TEACHREF-FS         PIC X(2) VALUE SPACES.
  1060 01  WS-TCHASSGN-FS         PIC X(2) VALUE SPACES.
  1070 01  WS-SUBJREF-FS          PIC X(2) VALUE SPACES.
  1080 01  WS-TERMCAL-FS          PIC X(2) VALUE SPACES.
  1090 01  WS-REPORT-FS           PIC X(2) VALUE SPACES.
  1100 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1110 01  WS-RUN-DATE            PIC X(8) VALUE SPACES.
  1120 01  WS-SUB-IDX             PIC 9    VALUE ZERO.
  1130*
  1140*-----------------------------------------------------------*
  1150* THE TERM REPORTED ON - BLANK MEANS THE LIVE ROSTER IN     *
  1160* STUDENTS.DAT, OTHERWISE A TERMCAL TERM READ BACK FROM     *
  1170* TERMHIST. WS-RUN-DETAIL CARRIES THE TERM, OR LIVE, TO THE *
  1180* RUNLOG ROW.                                                *
  1190*-----------------------------------------------------------*
  1200 01  WS-TERM-ID             PIC X(6) VALUE SPACES.
  1210 01  WS-TERM-ON-CAL         PIC X(3) VALUE 'NO'.
  1220 01  WS-RUN-DETAIL          PIC X(8) VALUE SPACES.
  1230*
  1240*-----------------------------------------------------------*
  1250* FAILING LINE - A VALID SCORE BELOW IT COUNTS AS A FAIL.   *
  1260* DEFAULTS TO 60, THE SAME PROBATION LINE AS THE STANDING   *
  1270* REPORT.                                                    *
  1280*-----------------------------------------------------------*
  1290 01  WS-FAIL-THRESHOLD      PIC 9(3)  VALUE 60.
  1300 01  WS-THRESHOLD-IN        PIC X(3)  VALUE SPACES.
  1310 01  WS-THRESHOLD-JUST      PIC X(3)  JUSTIFIED RIGHT
  1320                                      VALUE SPACES.
  1330*
  1340*-----------------------------------------------------------*
  1350* SUBJECT REFERENCE AND TERM CALENDAR TABLES                 *
  1360*-----------------------------------------------------------*
  1370 01  WS-SUBJREF-COUNT       PIC 9(2) VALUE ZERO.
  1380 01  WS-CHECK-CODE          PIC X(3) VALUE SPACES.
  1390 01  WS-LOOKUP-NAME         PIC X(15) VALUE SPACES.
  1400 01  SUBJECT-REF-TABLE.
  1410     05  SUBJECT-REF-ENTRY OCCURS 20 TIMES INDEXED BY REF-IDX.
  1420         10  REF-SUBJ-CODE  PIC X(3)  VALUE SPACES.
  1430         10  REF-SUBJ-NAME  PIC X(15) VALUE SPACES.
  1440*
  1450 01  WS-TERMCAL-COUNT       PIC 9(2) VALUE ZERO.
  1460 01  TERM-CAL-TABLE.
  1470     05  TERM-CAL-ENTRY OCCURS 50 TIMES INDEXED BY CAL-IDX.
  1480         10  CAL-TERM-CODE   PIC X(6)  VALUE SPACES.
  1490*
  1500*-----------------------------------------------------------*
  1510* TEACHER AND ASSIGNMENT TABLES - AS TCHMAINT LEFT THEM.    *
  1520* ASSIGNMENTS ARE CURRENT ONLY, SO A CLOSED TERM IS SHOWN   *
  1530* AGAINST TODAY'S TEACHERS (THE STUAUDIT TRAIL SHOWS WHO    *
  1540* HELD A CLASS BEFORE).                                      *
  1550*-----------------------------------------------------------*
  1560 01  WS-TEACHER-COUNT       PIC 9(3) VALUE ZERO.
  1570 01  TEACHER-TABLE.
  1580     05  TEACHER-ENTRY OCCURS 200 TIMES INDEXED BY TCH-IDX.
  1590         10  TCH-ID         PIC X(5)  VALUE SPACES.
  1600         10  TCH-NAME       PIC X(20) VALUE SPACES.
  1610*
  1620 01  WS-ASSIGN-COUNT        PIC 9(3) VALUE ZERO.
  1630 01  WS-ASSIGN-ON-FILE      PIC X(3) VALUE 'NO'.
  1640 01  WS-TEACHER-LINES       PIC 9(3) VALUE ZERO.
  1650 01  ASSIGNMENT-TABLE.
  1660     05  ASSIGNMENT-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
  1670         10  ASG-CLASS-CODE PIC X(3)  VALUE SPACES.
  1680         10  ASG-SUBJ-CODE  PIC X(3)  VALUE SPACES.
  1690         10  ASG-TEACHER-ID PIC X(5)  VALUE SPACES.
  1700*
  1710*-----------------------------------------------------------*
  1720* CLASS/SUBJECT RESULTS TABLE - ONE ENTRY PER CLASS AND     *
  1730* SUBJECT FOUND ON THE ROSTER OR TERM. A SUBJECT CODE WITH  *
  1740* A SCORE OVER 100 PUTS THE CLASS/SUBJECT IN USE BUT THE    *
  1750* SCORE IS LEFT OUT, THE SAME RULE AS THE CLASS STATISTICS. *
  1760* HIGH STARTS AT ZERO AND LOW AT 999 SO THE FIRST VALID     *
  1770* SCORE SETS BOTH. A FULL TABLE WARNS ONCE.                 *
  1780*-----------------------------------------------------------*
  1790 01  WS-STAT-COUNT          PIC 9(3) VALUE ZERO.
  1800 01  WS-STAT-FOUND          PIC X(3) VALUE 'NO'.
  1810 01  WS-STAT-CAP-WARNED     PIC X(3) VALUE 'NO'.
  1820 01  WS-FIND-CLASS          PIC X(3) VALUE SPACES.
  1830 01  WS-FIND-SUBJ           PIC X(3) VALUE SPACES.
  1840 01  WS-FIND-SCORE          PIC 9(3) VALUE ZERO.
  1850 01  CLASS-SUBJECT-STATS.
  1860     05  STAT-ENTRY OCCURS 400 TIMES INDEXED BY STAT-IDX.
  1870         10  STAT-CLASS-CODE PIC X(3)  VALUE SPACES.
  1880         10  STAT-SUBJ-CODE  PIC X(3)  VALUE SPACES.
  1890         10  STAT-TOTAL      PIC 9(7)  VALUE ZERO.
  1900         10  STAT-COUNT      PIC 9(4)  VALUE ZERO.
  1910         10  STAT-HIGH       PIC 9(3)  VALUE ZERO.
  1920         10  STAT-LOW        PIC 9(3)  VALUE 999.
  1930         10  STAT-FAIL       PIC 9(4)  VALUE ZERO.
  1940*
  1950 01  WS-STAT-AVERAGE        PIC 9(3)V99 VALUE ZERO.
  1960 01  WS-PRINT-SUB           PIC 9(3) VALUE ZERO.
  1970 01  WS-UNTAUGHT-COUNT      PIC 9(5) VALUE ZERO.
  1980*
  1990*-----------------------------------------------------------*
  2000* REPORT EDIT FIELDS                                         *
  2010*-----------------------------------------------------------*
  2020 01  WS-COUNT-DISP          PIC ZZZ9.
  2030 01  WS-AVERAGE-DISP        PIC ZZ9.99.
  2040 01  WS-HIGH-DISP           PIC ZZ9.
  2050 01  WS-LOW-DISP            PIC ZZ9.
  2060 01  WS-FAIL-DISP           PIC ZZZ9.
  2070 01  WS-THRESHOLD-DISP      PIC ZZ9.
  2080*
  2090*-----------------------------------------------------------*
  2100* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  2110* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  2120* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  2130*-----------------------------------------------------------*
  2140 01  WS-RUNLOG-FS           PIC X(2) VALUE SPACES.
  2150 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  2160 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  2170 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  2180*
  2190*-----------------------------------------------------------*
  2200* RUN COUNTS - PRINTED AS A TRAILER ON TCHRPT.               *
  2210*-----------------------------------------------------------*
  2220 01  WS-READ-COUNT          PIC 9(5) VALUE ZEROES.
  2230 01  WS-LINES-COUNT         PIC 9(5) VALUE ZEROES.
  2240 01  WS-READ-COUNT-DISP     PIC ZZZZ9.
  2250 01  WS-TEACHER-COUNT-DISP  PIC ZZZZ9.
  2260 01  WS-LINES-COUNT-DISP    PIC ZZZZ9.
  2270 01  WS-UNTAUGHT-COUNT-DISP PIC ZZZZ9.
  2280*
  2290 PROCEDURE DIVISION.
  2300*
  2310*-----------------------------------------------------------*
  2320* 000-MAIN-PROCEDURE                                        *
  2330*-----------------------------------------------------------*
  2340 000-MAIN-PROCEDURE.
  2350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  2360     ACCEPT WS-RUN-START-TIME FROM TIME.
  2370     MOVE 'LIVE' TO WS-RUN-DETAIL.
  2380     PERFORM 030-LOAD-TERM-CALENDAR.
  2390     PERFORM 035-LOAD-SUBJECT-REF.
  2400     PERFORM 060-LOAD-TEACHERS.
  2410     PERFORM 065-LOAD-ASSIGNMENTS.
  2420     PERFORM 040-ACCEPT-TERM-ID.
  2430     PERFORM 045-ACCEPT-FAIL-THRESHOLD.
  2440     PERFORM 100-ACCUMULATE-RESULTS.
  2450     PERFORM 300-PRINT-REPORT.
  2460     PERFORM 900-TERMINATE.
  2470     STOP RUN.
  2480*
  2490*-----------------------------------------------------------*
  2500* 030-LOAD-TERM-CALENDAR                                     *
  2510*                                                            *
  2520* A MISSING TERMCAL IS A REAL ERROR - WITHOUT THE CALENDAR  *
  2530* NO REQUESTED TERM CAN BE PROVED.                           *
  2540*-----------------------------------------------------------*
  2550 030-LOAD-TERM-CALENDAR.
  2560     OPEN INPUT TERM-CAL-FILE.
  2570     IF WS-TERMCAL-FS NOT = '00'
  2580         DISPLAY 'UNABLE TO OPEN TERMCAL - FILE STATUS '
  2590             WS-TERMCAL-FS
  2600         PERFORM 950-ABEND-RUN
  2610     END-IF.
  2620     PERFORM 032-LOAD-ONE-TERM UNTIL END-OF-FILE = 'YES'.
  2630     CLOSE TERM-CAL-FILE.
  2640     MOVE 'NO' TO END-OF-FILE.
  2650*
  2660*-----------------------------------------------------------*
  2670* 032-LOAD-ONE-TERM                                          *
  2680*-----------------------------------------------------------*
  2690 032-LOAD-ONE-TERM.
  2700     READ TERM-CAL-FILE
  2710         AT END
  2720             MOVE 'YES' TO END-OF-FILE
  2730     END-READ.
  2740     IF END-OF-FILE NOT = 'YES'
  2750         AND WS-TERMCAL-FS NOT = '00'
  2760         DISPLAY 'ERROR READING TERMCAL - FILE STATUS '
  2770             WS-TERMCAL-FS
  2780         PERFORM 950-ABEND-RUN
  2790     END-IF.
  2800     IF END-OF-FILE NOT = 'YES'
  2810         IF WS-TERMCAL-COUNT < 50
  2820             ADD 1 TO WS-TERMCAL-COUNT
  2830             SET CAL-IDX TO WS-TERMCAL-COUNT
  2840             MOVE TCAL-CODE TO CAL-TERM-CODE (CAL-IDX)
  2850         ELSE
  2860             DISPLAY 'WARNING - TERM CALENDAR TABLE FULL, '
  2870                 'TERMCAL ENTRY SKIPPED: ' TCAL-CODE
  2880         END-IF
  2890     END-IF.
  2900*
  2910*-----------------------------------------------------------*
  2920* 035-LOAD-SUBJECT-REF                                       *
  2930*                                                            *
  2940* A MISSING SUBJREF IS A REAL ERROR - THE REPORT NAMES EVERY *
  2950* SUBJECT FROM IT.                                           *
  2960*-----------------------------------------------------------*
  2970 035-LOAD-SUBJECT-REF.
  2980     OPEN INPUT SUBJECT-REF-FILE.
  2990     IF WS-SUBJREF-FS NOT = '00'
  3000         DISPLAY 'UNABLE TO OPEN SUBJREF - FILE STATUS '
  3010             WS-SUBJREF-FS
  3020         PERFORM 950-ABEND-RUN
  3030     END-IF.
  3040     PERFORM 037-LOAD-ONE-SUBJECT UNTIL END-OF-FILE = 'YES'.
  3050     CLOSE SUBJECT-REF-FILE.
  3060     MOVE 'NO' TO END-OF-FILE.
  3070*
  3080*-----------------------------------------------------------*
  3090* 037-LOAD-ONE-SUBJECT                                       *
  3100*-----------------------------------------------------------*
  3110 037-LOAD-ONE-SUBJECT.
  3120     READ SUBJECT-REF-FILE
  3130         AT END
  3140             MOVE 'YES' TO END-OF-FILE
  3150     END-READ.
  3160     IF END-OF-FILE NOT = 'YES'
  3170         AND WS-SUBJREF-FS NOT = '00'
  3180         DISPLAY 'ERROR READING SUBJREF - FILE STATUS '
  3190             WS-SUBJREF-FS
  3200         PERFORM 950-ABEND-RUN
  3210     END-IF.
  3220     IF END-OF-FILE NOT = 'YES'
  3230         IF WS-SUBJREF-COUNT < 20
  3240             ADD 1 TO WS-SUBJREF-COUNT
  3250             SET REF-IDX TO WS-SUBJREF-COUNT
  3260             MOVE SREF-CODE TO REF-SUBJ-CODE (REF-IDX)
  3270             MOVE SREF-NAME TO REF-SUBJ-NAME (REF-IDX)
  3280         ELSE
  3290             DISPLAY 'WARNING - SUBJECT REF TABLE FULL, '
  3300                 'SUBJREF ENTRY SKIPPED: ' SREF-CODE
  3310         END-IF
  3320     END-IF.
  3330*
  3340*-----------------------------------------------------------*
  3350* 040-ACCEPT-TERM-ID                                         *
  3360*                                                            *
  3370* BLANK REPORTS THE LIVE ROSTER. A TERM MUST BE ON THE       *
  3380* TERMCAL CALENDAR.                                          *
  3390*-----------------------------------------------------------*
  3400 040-ACCEPT-TERM-ID.
  3410     DISPLAY 'TERM TO REPORT (E.G. 2026T1, BLANK FOR LIVE): '.
  3420     ACCEPT WS-TERM-ID.
  3430     IF WS-TERM-ID NOT = SPACES
  3440         MOVE 'NO' TO WS-TERM-ON-CAL
  3450         SET CAL-IDX TO 1
  3460         IF WS-TERMCAL-COUNT > 0
  3470             SEARCH TERM-CAL-ENTRY
  3480                 AT END
  3490                     CONTINUE
  3500                 WHEN CAL-TERM-CODE (CAL-IDX) = WS-TERM-ID
  3510                     MOVE 'YES' TO WS-TERM-ON-CAL
  3520             END-SEARCH
  3530         END-IF
  3540         IF WS-TERM-ON-CAL = 'NO'
  3550             DISPLAY 'TERM ' WS-TERM-ID
  3560                 ' IS NOT ON THE TERMCAL CALENDAR'
  3570             PERFORM 950-ABEND-RUN
  3580         END-IF
  3590         MOVE WS-TERM-ID TO WS-RUN-DETAIL
  3600     END-IF.
  3610*
  3620*-----------------------------------------------------------*
  3630* 045-ACCEPT-FAIL-THRESHOLD                                  *
  3640*-----------------------------------------------------------*
  3650 045-ACCEPT-FAIL-THRESHOLD.
  3660     DISPLAY 'FAILING SCORE BELOW (BLANK FOR 60): '.
  3670     ACCEPT WS-THRESHOLD-IN.
  3680     IF WS-THRESHOLD-IN NOT = SPACES
  3690         PERFORM 048-EDIT-THRESHOLD
  3700         MOVE WS-THRESHOLD-JUST TO WS-FAIL-THRESHOLD
  3710     END-IF.
  3720*
  3730*-----------------------------------------------------------*
  3740* 048-EDIT-THRESHOLD                                         *
  3750*                                                            *
  3760* RIGHT-JUSTIFIES THE ENTRY AND ZERO-FILLS IT SO 85 AND 085 *
  3770* BOTH READ AS 085. ANYTHING ELSE IS AN OPERATOR ERROR.      *
  3780*-----------------------------------------------------------*
  3790 048-EDIT-THRESHOLD.
  3800     MOVE WS-THRESHOLD-IN TO WS-THRESHOLD-JUST.
  3810     INSPECT WS-THRESHOLD-JUST
  3820         REPLACING LEADING SPACE BY ZERO.
  3830     IF WS-THRESHOLD-JUST IS NOT NUMERIC
  3840         DISPLAY 'THRESHOLD MUST BE NUMERIC - GOT '
  3850             WS-THRESHOLD-IN
  3860         PERFORM 950-ABEND-RUN
  3870     END-IF.
  3880*
  3890*-----------------------------------------------------------*
  3900* 060-LOAD-TEACHERS                                          *
  3910*                                                            *
  3920* A MISSING TEACHREF IS A REAL ERROR - THERE IS NOBODY TO    *
  3930* REPORT ON UNTIL TCHMAINT HAS ADDED THE FIRST TEACHERS.     *
  3940*-----------------------------------------------------------*
  3950 060-LOAD-TEACHERS.
  3960     OPEN INPUT TEACHER-REF-FILE.
  3970     IF WS-TEACHREF-FS NOT = '00'
  3980         DISPLAY 'UNABLE TO OPEN TEACHREF - FILE STATUS '
  3990             WS-TEACHREF-FS
  4000         PERFORM 950-ABEND-RUN
  4010     END-IF.
  4020     PERFORM 062-LOAD-ONE-TEACHER UNTIL END-OF-FILE = 'YES'.
  4030     CLOSE TEACHER-REF-FILE.
  4040     MOVE 'NO' TO END-OF-FILE.
  4050*
  4060*-----------------------------------------------------------*
  4070* 062-LOAD-ONE-TEACHER                                       *
  4080*-----------------------------------------------------------*
  4090 062-LOAD-ONE-TEACHER.
  4100     READ TEACHER-REF-FILE
  4110         AT END
  4120             MOVE 'YES' TO END-OF-FILE
  4130     END-READ.
  4140     IF END-OF-FILE NOT = 'YES'
  4150         AND WS-TEACHREF-FS NOT = '00'
  4160         DISPLAY 'ERROR READING TEACHREF - FILE STATUS '
  4170             WS-TEACHREF-FS
  4180         PERFORM 950-ABEND-RUN
  4190     END-IF.
  4200     IF END-OF-FILE NOT = 'YES'
  4210         IF WS-TEACHER-COUNT < 200
  4220             ADD 1 TO WS-TEACHER-COUNT
  4230             SET TCH-IDX TO WS-TEACHER-COUNT
  4240             MOVE TREF-ID   TO TCH-ID (TCH-IDX)
  4250             MOVE TREF-NAME TO TCH-NAME (TCH-IDX)
  4260         ELSE
  4270             DISPLAY 'WARNING - TEACHER TABLE FULL, '
  4280                 'TEACHREF ENTRY SKIPPED: ' TREF-ID
  4290         END-IF
  4300     END-IF.
  4310*
  4320*-----------------------------------------------------------*
  4330* 065-LOAD-ASSIGNMENTS                                       *
  4340*                                                            *
  4350* NO TCHASSGN YET (FILE STATUS 05) MEANS NOBODY IS ASSIGNED *
  4360* - EVERY CLASS/SUBJECT THEN PRINTS AS UNTAUGHT.             *
  4370*-----------------------------------------------------------*
  4380 065-LOAD-ASSIGNMENTS.
  4390     OPEN INPUT ASSIGNMENT-FILE.
  4400     IF WS-TCHASSGN-FS NOT = '00'
  4410         AND WS-TCHASSGN-FS NOT = '05'
  4420         DISPLAY 'UNABLE TO OPEN TCHASSGN - FILE STATUS '
  4430             WS-TCHASSGN-FS
  4440         PERFORM 950-ABEND-RUN
  4450     END-IF.
  4460     PERFORM 067-LOAD-ONE-ASSIGNMENT UNTIL END-OF-FILE = 'YES'.
  4470     CLOSE ASSIGNMENT-FILE.
  4480     MOVE 'NO' TO END-OF-FILE.
  4490*
  4500*-----------------------------------------------------------*
  4510* 067-LOAD-ONE-ASSIGNMENT                                    *
  4520*-----------------------------------------------------------*
  4530 067-LOAD-ONE-ASSIGNMENT.
  4540     READ ASSIGNMENT-FILE
  4550         AT END
  4560             MOVE 'YES' TO END-OF-FILE
  4570     END-READ.
  4580     IF END-OF-FILE NOT = 'YES'
  4590         AND WS-TCHASSGN-FS NOT = '00'
  4600         DISPLAY 'ERROR READING TCHASSGN - FILE STATUS '
  4610             WS-TCHASSGN-FS
  4620         PERFORM 950-ABEND-RUN
  4630     END-IF.
  4640     IF END-OF-FILE NOT = 'YES'
  4650         IF WS-ASSIGN-COUNT < 400
  4660             ADD 1 TO WS-ASSIGN-COUNT
  4670             SET ASG-IDX TO WS-ASSIGN-COUNT
  4680             MOVE TASG-CLASS-CODE TO ASG-CLASS-CODE (ASG-IDX)
  4690             MOVE TASG-SUBJ-CODE  TO ASG-SUBJ-CODE (ASG-IDX)
  4700             MOVE TASG-TEACHER-ID TO ASG-TEACHER-ID (ASG-IDX)
  4710         ELSE
  4720             DISPLAY 'WARNING - ASSIGNMENT TABLE FULL, '
  4730                 'TCHASSGN ENTRY SKIPPED: ' TASG-CLASS-CODE
  4740                 ' ' TASG-SUBJ-CODE
  4750         END-IF
  4760     END-IF.
  4770*
  4780*-----------------------------------------------------------*
  4790* 070-CHECK-CODE-ON-REF                                      *
  4800*                                                            *
  4810* SETS WS-LOOKUP-NAME FOR THE SUBJECT CODE IN WS-CHECK-CODE *
  4820* - SPACES WHEN THE CODE IS NOT ON SUBJREF.                  *
  4830*-----------------------------------------------------------*
  4840 070-CHECK-CODE-ON-REF.
  4850     MOVE SPACES TO WS-LOOKUP-NAME.
  4860     SET REF-IDX TO 1.
  4870     IF WS-SUBJREF-COUNT > 0
  4880         SEARCH SUBJECT-REF-ENTRY
  4890             AT END
  4900                 CONTINUE
  4910             WHEN REF-SUBJ-CODE (REF-IDX) = WS-CHECK-CODE
  4920                 MOVE REF-SUBJ-NAME (REF-IDX) TO WS-LOOKUP-NAME
  4930         END-SEARCH
  4940     END-IF.
  4950*
  4960*-----------------------------------------------------------*
  4970* 080-FIND-STAT                                              *
  4980*                                                            *
  4990* SETS WS-STAT-FOUND AND LEAVES STAT-IDX ON THE RESULTS ROW *
  5000* FOR WS-FIND-CLASS AND WS-FIND-SUBJ.                        *
  5010*-----------------------------------------------------------*
  5020 080-FIND-STAT.
  5030     MOVE 'NO' TO WS-STAT-FOUND.
  5040     SET STAT-IDX TO 1.
  5050     IF WS-STAT-COUNT > 0
  5060         SEARCH STAT-ENTRY
  5070             AT END
  5080                 CONTINUE
  5090             WHEN STAT-CLASS-CODE (STAT-IDX) = WS-FIND-CLASS
  5100                 AND STAT-SUBJ-CODE (STAT-IDX) = WS-FIND-SUBJ
  5110                 MOVE 'YES' TO WS-STAT-FOUND
  5120         END-SEARCH
  5130     END-IF.
  5140*
  5150*-----------------------------------------------------------*
  5160* 085-FIND-ASSIGNMENT                                        *
  5170*                                                            *
  5180* SETS WS-ASSIGN-ON-FILE FOR WS-FIND-CLASS AND WS-FIND-SUBJ. *
  5190*-----------------------------------------------------------*
  5200 085-FIND-ASSIGNMENT.
  5210     MOVE 'NO' TO WS-ASSIGN-ON-FILE.
  5220     SET ASG-IDX TO 1.
  5230     IF WS-ASSIGN-COUNT > 0
  5240         SEARCH ASSIGNMENT-ENTRY
  5250             AT END
  5260                 CONTINUE
  5270             WHEN ASG-CLASS-CODE (ASG-IDX) = WS-FIND-CLASS
  5280                 AND ASG-SUBJ-CODE (ASG-IDX) = WS-FIND-SUBJ
  5290                 MOVE 'YES' TO WS-ASSIGN-ON-FILE
  5300         END-SEARCH
  5310     END-IF.
  5320*
  5330*-----------------------------------------------------------*
  5340* 100-ACCUMULATE-RESULTS                                     *
  5350*                                                            *
  5360* LIVE: EVERY STUDENTS.DAT ROW. TERM: EVERY TERMHIST ROW FOR *
  5370* THE TERM, WITH THE CLASS THE STUDENT WAS IN THAT TERM.     *
  5380* TERMHIST IS KEYED BY STUDENT THEN TERM, SO THE WHOLE FILE  *
  5390* IS READ AND OTHER TERMS PASSED OVER.                       *
  5400*-----------------------------------------------------------*
  5410 100-ACCUMULATE-RESULTS.
  5420     IF WS-TERM-ID = SPACES
  5430         OPEN INPUT STUDENT-FILE
  5440         IF WS-STUDENT-FS NOT = '00'
  5450             DISPLAY 'UNABLE TO OPEN STUDENTS.DAT - FILE '
  5460                 'STATUS ' WS-STUDENT-FS
  5470             PERFORM 950-ABEND-RUN
  5480         END-IF
  5490         PERFORM 110-READ-STUDENT
  5500         PERFORM 120-ACCUMULATE-STUDENT
  5510             UNTIL END-OF-FILE = 'YES'
  5520         CLOSE STUDENT-FILE
  5530     ELSE
  5540         OPEN INPUT HISTORY-FILE
  5550         IF WS-HISTORY-FS NOT = '00'
  5560             DISPLAY 'UNABLE TO OPEN TERMHIST - FILE STATUS '
  5570                 WS-HISTORY-FS
  5580             PERFORM 950-ABEND-RUN
  5590         END-IF
  5600         PERFORM 130-READ-HISTORY
  5610         PERFORM 140-ACCUMULATE-HISTORY
  5620             UNTIL END-OF-FILE = 'YES'
  5630         CLOSE HISTORY-FILE
  5640     END-IF.
  5650*
  5660*-----------------------------------------------------------*
  5670* 110-READ-STUDENT                                           *
  5680*-----------------------------------------------------------*
  5690 110-READ-STUDENT.
  5700     READ STUDENT-FILE
  5710         AT END
  5720             MOVE 'YES' TO END-OF-FILE
  5730     END-READ.
  5740     IF WS-STUDENT-FS NOT = '00'
  5750         AND WS-STUDENT-FS NOT = '10'
  5760         DISPLAY 'ERROR READING STUDENTS.DAT - FILE STATUS '
  5770             WS-STUDENT-FS
  5780         PERFORM 950-ABEND-RUN
  5790     END-IF.
  5800*
  5810*-----------------------------------------------------------*
  5820* 120-ACCUMULATE-STUDENT                                     *
  5830*-----------------------------------------------------------*
  5840 120-ACCUMULATE-STUDENT.
  5850     ADD 1 TO WS-READ-COUNT.
  5860     MOVE STUDENT-CLASS-CODE TO WS-FIND-CLASS.
  5870     PERFORM 125-ACCUMULATE-STUDENT-SLOT
  5880         VARYING WS-SUB-IDX FROM 1 BY 1
  5890         UNTIL WS-SUB-IDX > 6.
  5900     PERFORM 110-READ-STUDENT.
  5910*
  5920*-----------------------------------------------------------*
  5930* 125-ACCUMULATE-STUDENT-SLOT                                *
  5940*-----------------------------------------------------------*
  5950 125-ACCUMULATE-STUDENT-SLOT.
  5960     IF STUDENT-SUBJ-CODE (WS-SUB-IDX) NOT = SPACES
  5970         MOVE STUDENT-SUBJ-CODE (WS-SUB-IDX) TO WS-FIND-SUBJ
  5980         MOVE STUDENT-SUBJ-SCORE (WS-SUB-IDX) TO WS-FIND-SCORE
  5990         PERFORM 150-ADD-TO-STAT
  6000     END-IF.
  6010*
  6020*-----------------------------------------------------------*
  6030* 130-READ-HISTORY                                           *
  6040*-----------------------------------------------------------*
  6050 130-READ-HISTORY.
  6060     READ HISTORY-FILE
  6070         AT END
  6080             MOVE 'YES' TO END-OF-FILE
  6090     END-READ.
  6100     IF WS-HISTORY-FS NOT = '00'
  6110         AND WS-HISTORY-FS NOT = '10'
  6120         DISPLAY 'ERROR READING TERMHIST - FILE STATUS '
  6130             WS-HISTORY-FS
  6140         PERFORM 950-ABEND-RUN
  6150     END-IF.
  6160*
  6170*-----------------------------------------------------------*
  6180* 140-ACCUMULATE-HISTORY                                     *
  6190*-----------------------------------------------------------*
  6200 140-ACCUMULATE-HISTORY.
  6210     IF TH-TERM = WS-TERM-ID
  6220         ADD 1 TO WS-READ-COUNT
  6230         MOVE TH-CLASS-CODE TO WS-FIND-CLASS
  6240         PERFORM 145-ACCUMULATE-HISTORY-SLOT
  6250             VARYING WS-SUB-IDX FROM 1 BY 1
  6260             UNTIL WS-SUB-IDX > 6
  6270     END-IF.
  6280     PERFORM 130-READ-HISTORY.
  6290*
  6300*-----------------------------------------------------------*
  6310* 145-ACCUMULATE-HISTORY-SLOT                                *
  6320*-----------------------------------------------------------*
  6330 145-ACCUMULATE-HISTORY-SLOT.
  6340     IF TH-SUBJ-CODE (WS-SUB-IDX) NOT = SPACES
  6350         MOVE TH-SUBJ-CODE (WS-SUB-IDX) TO WS-FIND-SUBJ
  6360         MOVE TH-SUBJ-SCORE (WS-SUB-IDX) TO WS-FIND-SCORE
  6370         PERFORM 150-ADD-TO-STAT
  6380     END-IF.
  6390*
  6400*-----------------------------------------------------------*
  6410* 150-ADD-TO-STAT                                            *
  6420*                                                            *
  6430* FINDS OR ADDS THE RESULTS ROW FOR THE CLASS AND SUBJECT,  *
  6440* THEN ADDS THE SCORE IN IF IT IS 100 OR LESS.               *
  6450*-----------------------------------------------------------*
  6460 150-ADD-TO-STAT.
  6470     PERFORM 080-FIND-STAT.
  6480     IF WS-STAT-FOUND = 'NO'
  6490         IF WS-STAT-COUNT < 400
  6500             ADD 1 TO WS-STAT-COUNT
  6510             SET STAT-IDX TO WS-STAT-COUNT
  6520             MOVE WS-FIND-CLASS TO STAT-CLASS-CODE (STAT-IDX)
  6530             MOVE WS-FIND-SUBJ  TO STAT-SUBJ-CODE (STAT-IDX)
  6540             MOVE 'YES' TO WS-STAT-FOUND
  6550         ELSE
  6560             IF WS-STAT-CAP-WARNED = 'NO'
  6570                 DISPLAY 'WARNING - RESULTS TABLE FULL, '
  6580                     'REPORT IS NOW INCOMPLETE'
  6590                 MOVE 'YES' TO WS-STAT-CAP-WARNED
  6600             END-IF
  6610         END-IF
  6620     END-IF.
  6630     IF WS-STAT-FOUND = 'YES'
  6640         AND WS-FIND-SCORE NOT > 100
  6650         ADD WS-FIND-SCORE TO STAT-TOTAL (STAT-IDX)
  6660         ADD 1 TO STAT-COUNT (STAT-IDX)
  6670         IF WS-FIND-SCORE > STAT-HIGH (STAT-IDX)
  6680             MOVE WS-FIND-SCORE TO STAT-HIGH (STAT-IDX)
  6690         END-IF
  6700         IF WS-FIND-SCORE < STAT-LOW (STAT-IDX)
  6710             MOVE WS-FIND-SCORE TO STAT-LOW (STAT-IDX)
  6720         END-IF
  6730         IF WS-FIND-SCORE < WS-FAIL-THRESHOLD
  6740             ADD 1 TO STAT-FAIL (STAT-IDX)
  6750         END-IF
  6760     END-IF.
  6770*
  6780*-----------------------------------------------------------*
  6790* 300-PRINT-REPORT                                           *
  6800*-----------------------------------------------------------*
  6810 300-PRINT-REPORT.
  6820     OPEN OUTPUT RESULT-REPORT.
  6830     IF WS-REPORT-FS NOT = '00'
  6840         DISPLAY 'UNABLE TO OPEN TCHRPT - FILE STATUS '
  6850             WS-REPORT-FS
  6860         PERFORM 950-ABEND-RUN
  6870     END-IF.
  6880     MOVE WS-FAIL-THRESHOLD TO WS-THRESHOLD-DISP.
  6890     MOVE SPACES TO REPORT-LINE.
  6900     STRING '===== RESULTS BY TEACHER - '  DELIMITED BY SIZE
  6910             WS-RUN-DETAIL                 DELIMITED BY SIZE
  6920             ' '                           DELIMITED BY SIZE
  6930             WS-RUN-DATE                   DELIMITED BY SIZE
  6940             ' ====='                      DELIMITED BY SIZE
  6950         INTO REPORT-LINE
  6960     END-STRING.
  6970     PERFORM 400-WRITE-REPORT-LINE.
  6980     MOVE SPACES TO REPORT-LINE.
  6990     STRING 'TEACHERS AS CURRENTLY ASSIGNED - FAIL IS BELOW '
  7000                                           DELIMITED BY SIZE
  7010             WS-THRESHOLD-DISP             DELIMITED BY SIZE
  7020         INTO REPORT-LINE
  7030     END-STRING.
  7040     PERFORM 400-WRITE-REPORT-LINE.
  7050     PERFORM 310-PRINT-ONE-TEACHER
  7060         VARYING TCH-IDX FROM 1 BY 1
  7070         UNTIL TCH-IDX > WS-TEACHER-COUNT.
  7080     MOVE SPACES TO REPORT-LINE.
  7090     PERFORM 400-WRITE-REPORT-LINE.
  7100     MOVE 'CLASS/SUBJECTS IN USE WITH NO TEACHER ASSIGNED'
  7110         TO REPORT-LINE.
  7120     PERFORM 400-WRITE-REPORT-LINE.
  7130     PERFORM 330-PRINT-UNTAUGHT
  7140         VARYING WS-PRINT-SUB FROM 1 BY 1
  7150         UNTIL WS-PRINT-SUB > WS-STAT-COUNT.
  7160     PERFORM 340-PRINT-TRAILER.
  7170     CLOSE RESULT-REPORT.
  7180*
  7190*-----------------------------------------------------------*
  7200* 310-PRINT-ONE-TEACHER                                      *
  7210*                                                            *
  7220* THE TEACHER LINE, THEN ONE LINE FOR EACH OF THEIR CLASS   *
  7230* AND SUBJECT ASSIGNMENTS IN TCHASSGN ORDER.                 *
  7240*-----------------------------------------------------------*
  7250 310-PRINT-ONE-TEACHER.
  7260     MOVE SPACES TO REPORT-LINE.
  7270     PERFORM 400-WRITE-REPORT-LINE.
  7280     MOVE SPACES TO REPORT-LINE.
  7290     STRING 'TEACHER '            DELIMITED BY SIZE
  7300             TCH-ID (TCH-IDX)     DELIMITED BY SIZE
  7310             '  '                 DELIMITED BY SIZE
  7320             TCH-NAME (TCH-IDX)   DELIMITED BY SIZE
  7330         INTO REPORT-LINE
  7340     END-STRING.
  7350     PERFORM 400-WRITE-REPORT-LINE.
  7360     MOVE ZERO TO WS-TEACHER-LINES.
  7370     PERFORM 320-PRINT-ONE-ASSIGNMENT
  7380         VARYING ASG-IDX FROM 1 BY 1
  7390         UNTIL ASG-IDX > WS-ASSIGN-COUNT.
  7400     IF WS-TEACHER-LINES = 0
  7410         MOVE '   NO CLASSES ASSIGNED' TO REPORT-LINE
  7420         PERFORM 400-WRITE-REPORT-LINE
  7430     END-IF.
  7440*
  7450*-----------------------------------------------------------*
  7460* 320-PRINT-ONE-ASSIGNMENT                                   *
  7470*                                                            *
  7480* A CLASS AND SUBJECT WITH NO VALID SCORE ON THE ROSTER OR  *
  7490* TERM PRINTS AS NO SCORES.                                  *
  7500*-----------------------------------------------------------*
  7510 320-PRINT-ONE-ASSIGNMENT.
  7520     IF ASG-TEACHER-ID (ASG-IDX) = TCH-ID (TCH-IDX)
  7530         ADD 1 TO WS-TEACHER-LINES
  7540         ADD 1 TO WS-LINES-COUNT
  7550         MOVE ASG-SUBJ-CODE (ASG-IDX) TO WS-CHECK-CODE
  7560         PERFORM 070-CHECK-CODE-ON-REF
  7570         MOVE ASG-CLASS-CODE (ASG-IDX) TO WS-FIND-CLASS
  7580         MOVE ASG-SUBJ-CODE (ASG-IDX)  TO WS-FIND-SUBJ
  7590         PERFORM 080-FIND-STAT
  7600         IF WS-STAT-FOUND = 'YES'
  7610             IF STAT-COUNT (STAT-IDX) = 0
  7620                 MOVE 'NO' TO WS-STAT-FOUND
  7630             END-IF
  7640         END-IF
  7650         MOVE SPACES TO REPORT-LINE
  7660         IF WS-STAT-FOUND = 'YES'
  7670             PERFORM 325-FORMAT-STAT-LINE
  7680         ELSE
  7690             STRING '   '                    DELIMITED BY SIZE
  7700                     WS-FIND-CLASS          DELIMITED BY SIZE
  7710                     '  '                   DELIMITED BY SIZE
  7720                     WS-LOOKUP-NAME         DELIMITED BY SIZE
  7730                     '  NO SCORES'          DELIMITED BY SIZE
  7740                 INTO REPORT-LINE
  7750             END-STRING
  7760         END-IF
  7770         PERFORM 400-WRITE-REPORT-LINE
  7780     END-IF.
  7790*
  7800*-----------------------------------------------------------*
  7810* 325-FORMAT-STAT-LINE                                       *
  7820*                                                            *
  7830* AVERAGE IS ROUNDED TO TWO PLACES, AS ON THE CLASS          *
  7840* STATISTICS REPORT.                                         *
  7850*-----------------------------------------------------------*
  7860 325-FORMAT-STAT-LINE.
  7870     COMPUTE WS-STAT-AVERAGE ROUNDED =
  7880         STAT-TOTAL (STAT-IDX) / STAT-COUNT (STAT-IDX).
  7890     MOVE STAT-COUNT (STAT-IDX) TO WS-COUNT-DISP.
  7900     MOVE WS-STAT-AVERAGE       TO WS-AVERAGE-DISP.
  7910     MOVE STAT-HIGH (STAT-IDX)  TO WS-HIGH-DISP.
  7920     MOVE STAT-LOW (STAT-IDX)   TO WS-LOW-DISP.
  7930     MOVE STAT-FAIL (STAT-IDX)  TO WS-FAIL-DISP.
  7940     STRING '   '                DELIMITED BY SIZE
  7950             WS-FIND-CLASS      DELIMITED BY SIZE
  7960             '  '               DELIMITED BY SIZE
  7970             WS-LOOKUP-NAME     DELIMITED BY SIZE
  7980             '  COUNT '         DELIMITED BY SIZE
  7990             WS-COUNT-DISP      DELIMITED BY SIZE
  8000             '  AVG '           DELIMITED BY SIZE
  8010             WS-AVERAGE-DISP    DELIMITED BY SIZE
  8020             '  HIGH '          DELIMITED BY SIZE
  8030             WS-HIGH-DISP       DELIMITED BY SIZE
  8040             '  LOW '           DELIMITED BY SIZE
  8050             WS-LOW-DISP        DELIMITED BY SIZE
  8060             '  FAIL '          DELIMITED BY SIZE
  8070             WS-FAIL-DISP       DELIMITED BY SIZE
  8080         INTO REPORT-LINE
  8090     END-STRING.
  8100*
  8110*-----------------------------------------------------------*
  8120* 330-PRINT-UNTAUGHT                                         *
  8130*-----------------------------------------------------------*
  8140 330-PRINT-UNTAUGHT.
  8150     MOVE STAT-CLASS-CODE (WS-PRINT-SUB) TO WS-FIND-CLASS.
  8160     MOVE STAT-SUBJ-CODE (WS-PRINT-SUB)  TO WS-FIND-SUBJ.
  8170     PERFORM 085-FIND-ASSIGNMENT.
  8180     IF WS-ASSIGN-ON-FILE = 'NO'
  8190         ADD 1 TO WS-UNTAUGHT-COUNT
  8200         MOVE WS-FIND-SUBJ TO WS-CHECK-CODE
  8210         PERFORM 070-CHECK-CODE-ON-REF
  8220         SET STAT-IDX TO WS-PRINT-SUB
  8230         MOVE SPACES TO REPORT-LINE
  8240         IF STAT-COUNT (STAT-IDX) > 0
  8250             PERFORM 325-FORMAT-STAT-LINE
  8260         ELSE
  8270             STRING '   '                    DELIMITED BY SIZE
  8280                     WS-FIND-CLASS          DELIMITED BY SIZE
  8290                     '  '                   DELIMITED BY SIZE
  8300                     WS-LOOKUP-NAME         DELIMITED BY SIZE
  8310                     '  NO SCORES'          DELIMITED BY SIZE
  8320                 INTO REPORT-LINE
  8330             END-STRING
  8340         END-IF
  8350         PERFORM 400-WRITE-REPORT-LINE
  8360     END-IF.
  8370*
  8380*-----------------------------------------------------------*
  8390* 340-PRINT-TRAILER                                          *
  8400*-----------------------------------------------------------*
  8410 340-PRINT-TRAILER.
  8420     MOVE WS-READ-COUNT     TO WS-READ-COUNT-DISP.
  8430     MOVE WS-TEACHER-COUNT  TO WS-TEACHER-COUNT-DISP.
  8440     MOVE WS-LINES-COUNT    TO WS-LINES-COUNT-DISP.
  8450     MOVE WS-UNTAUGHT-COUNT TO WS-UNTAUGHT-COUNT-DISP.
  8460     MOVE SPACES TO REPORT-LINE.
  8470     WRITE REPORT-LINE FROM
  8480         '-------------------------------------------------'.
  8490     MOVE SPACES TO REPORT-LINE.
  8500     STRING 'STUDENT ROWS READ: '   DELIMITED BY SIZE
  8510             WS-READ-COUNT-DISP     DELIMITED BY SIZE
  8520             '  TEACHERS: '         DELIMITED BY SIZE
  8530             WS-TEACHER-COUNT-DISP  DELIMITED BY SIZE
  8540             '  ASSIGNMENTS: '      DELIMITED BY SIZE
  8550             WS-LINES-COUNT-DISP    DELIMITED BY SIZE
  8560             '  UNTAUGHT: '         DELIMITED BY SIZE
  8570             WS-UNTAUGHT-COUNT-DISP DELIMITED BY SIZE
  8580         INTO REPORT-LINE
  8590     END-STRING.
  8600     PERFORM 400-WRITE-REPORT-LINE.
  8610     DISPLAY 'STUDENT ROWS READ........ ' WS-READ-COUNT-DISP.
  8620     DISPLAY 'ASSIGNMENTS REPORTED..... ' WS-LINES-COUNT-DISP.
  8630     DISPLAY 'CLASS/SUBJECTS UNTAUGHT.. '
  8640         WS-UNTAUGHT-COUNT-DISP.
  8650*
  8660*-----------------------------------------------------------*
  8670* 400-WRITE-REPORT-LINE                                      *
  8680*-----------------------------------------------------------*
  8690 400-WRITE-REPORT-LINE.
  8700     WRITE REPORT-LINE.
  8710     IF WS-REPORT-FS NOT = '00'
  8720         DISPLAY 'UNABLE TO WRITE TCHRPT - FILE STATUS '
  8730             WS-REPORT-FS
  8740         PERFORM 950-ABEND-RUN
  8750     END-IF.
  8760*
  8770*-----------------------------------------------------------*
  8780* 900-TERMINATE                                              *
  8790*-----------------------------------------------------------*
  8800 900-TERMINATE.
  8810     PERFORM 930-WRITE-RUN-LOG.
  8820*
  8830*-----------------------------------------------------------*
  8840* 930-WRITE-RUN-LOG                                          *
  8850*                                                            *
  8860* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE - STUDENT *
  8870* ROWS READ, ASSIGNMENT LINES PRINTED AS WRITTEN, UNTAUGHT   *
  8880* CLASS/SUBJECTS AS EXCEPTIONS, AND THE TERM (OR LIVE) AS    *
  8890* THE RUN DETAIL. CALLED ON A CLEAN END AND FROM             *
  8900* 950-ABEND-RUN, SO A FAILURE HERE IS REPORTED BUT NEVER     *
  8910* RE-ABENDS THE RUN.                                         *
  8920*-----------------------------------------------------------*
  8930 930-WRITE-RUN-LOG.
  8940     OPEN EXTEND RUN-LOG-FILE.
  8950     IF WS-RUNLOG-FS NOT = '00'
  8960         AND WS-RUNLOG-FS NOT = '05'
  8970         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  8980             WS-RUNLOG-FS
  8990     ELSE
  9000         MOVE SPACES TO RUN-LOG-RECORD
  9010         MOVE 'TCHRESLT'          TO RL-PROGRAM-NAME
  9020         MOVE WS-RUN-DATE         TO RL-START-DATE
  9030         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  9040         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  9050         ACCEPT WS-RUN-END-TIME FROM TIME
  9060         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  9070         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  9080         MOVE WS-READ-COUNT       TO RL-RECORDS-READ
  9090         MOVE WS-LINES-COUNT      TO RL-RECORDS-WRITTEN
  9100         MOVE WS-UNTAUGHT-COUNT   TO RL-EXCEPTION-COUNT
  9110         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  9120         MOVE RETURN-CODE         TO RL-RETURN-CODE
  9130         MOVE WS-RUN-DETAIL       TO RL-RUN-DETAIL
  9140         WRITE RUN-LOG-RECORD
  9150         IF WS-RUNLOG-FS NOT = '00'
  9160             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  9170                 WS-RUNLOG-FS
  9180         END-IF
  9190         CLOSE RUN-LOG-FILE
  9200     END-IF.
  9210*
  9220*-----------------------------------------------------------*
  9230* 950-ABEND-RUN                                              *
  9240*-----------------------------------------------------------*
  9250 950-ABEND-RUN.
  9260     DISPLAY 'TCHRESLT IS ABENDING - SEE THE MESSAGE ABOVE'.
  9270     MOVE 16 TO RETURN-CODE.
  9280     PERFORM 930-WRITE-RUN-LOG.
  9290     STOP RUN.
