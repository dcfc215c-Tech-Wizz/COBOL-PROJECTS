   290*                  THE FALLS IN THE RIGHT ORDER. SECTION    *
   300*                  COUNTS IN THE TRAILER SO THE OFFICE CAN  *
   310*                  PUBLISH STRAIGHT FROM THE REPORT.        *
   320* 2026-10-15 DP    ADDED A CHRONIC ABSENCE SECTION - EVERY  *
   330*                  STUDENT WHOSE ATTENDANCE RATE FOR THE    *
   340*                  REQUESTED TERM (AS TERMSNAP CAPTURED IT  *
   350*                  ON TERMHIST) IS BELOW A THRESHOLD        *
   360*                  PROMPTED AT STARTUP, BLANK FOR 90. A     *
   370*                  STUDENT WITH NO ATTENDANCE RECORDED FOR  *
   380*                  THE TERM IS NOT LISTED BUT IS COUNTED ON *
   390*                  THE CONSOLE.                             *
   400* 2026-10-15 DP    THE TERM NOW COMES FROM THE CURRENT TERM *
   410*                  ON THE BUSDATE BUSINESS-DATE CONTROL     *
   420*                  FILE. THE TERM PROMPT REMAINS ONLY AS AN *
   430*                  EXPLICIT OVERRIDE, LOGGED ON THE RUNLOG  *
   440*                  ROW WITH THE KEYED TERM; THE THRESHOLD   *
   450*                  PROMPTS ARE UNCHANGED.                   *
   460*-----------------------------------------------------------*
   470 ENVIRONMENT DIVISION.
   480 INPUT-OUTPUT SECTION.
   490 FILE-CONTROL.
   500     SELECT HISTORY-FILE ASSIGN TO "TERMHIST"
   510         ORGANIZATION IS INDEXED
   520         ACCESS MODE IS SEQUENTIAL
   530         RECORD KEY IS TH-KEY
   540         FILE STATUS IS WS-HISTORY-FS.
   550*
   560     SELECT STANDING-REPORT ASSIGN TO "STANDRPT"
   570         ORGANIZATION IS LINE SEQUENTIAL
   580         ACCESS MODE IS SEQUENTIAL
   590         FILE STATUS IS WS-REPORT-FS.
   600*
   610     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   620         ORGANIZATION IS LINE SEQUENTIAL
   630         ACCESS MODE IS SEQUENTIAL
   640         FILE STATUS IS WS-RUNLOG-FS.
   650*
   660     SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL"
   670         ORGANIZATION IS LINE SEQUENTIAL
   680         ACCESS MODE IS SEQUENTIAL
   690         FILE STATUS IS WS-TERMCAL-FS.
   700*
   710     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
   720         ORGANIZATION IS LINE SEQUENTIAL
   730         ACCESS MODE IS SEQUENTIAL
   740         FILE STATUS IS WS-BUSDATE-FS.
   750*
   760 DATA DIVISION.
   770 FILE SECTION.
   780 FD  HISTORY-FILE.
   790 01  TERM-HISTORY-RECORD.
   800     COPY TERMREC.
   810*
   820 FD  STANDING-REPORT.
   830 01  REPORT-LINE            PIC X(80).
   840*
   850 FD  RUN-LOG-FILE.
   860 01  RUN-LOG-RECORD.
   870     COPY RUNLOGREC.
   880*
   890 FD  TERM-CAL-FILE.
   900 01  TERM-CAL-RECORD.
   910     COPY TERMCAL.
   920*
   930 FD  BUS-DATE-FILE.
   940 01  BUS-DATE-RECORD.
   950     COPY BUSDREC.
   960*
   970 WORKING-STORAGE SECTION.
   980*
   990 01  WS-HISTORY-FS          PIC X(2)  VALUE SPACES.
  1000 01  WS-REPORT-FS           PIC X(2)  VALUE SPACES.
  1010 01  WS-RUNLOG-FS           PIC X(2)  VALUE SPACES.
  1020 01  WS-BUSDATE-FS          PIC X(2)  VALUE SPACES.
  1030 01  END-OF-FILE            PIC X(3)  VALUE 'NO'.
  1040*
  1050*-----------------------------------------------------------*
  1060* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1070* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1080* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1090*-----------------------------------------------------------*
  1100 01  WS-RUN-START-DATE      PIC X(8)  VALUE SPACES.
  1110 01  WS-RUN-START-TIME      PIC X(8)  VALUE SPACES.
  1120 01  WS-RUN-END-DATE        PIC X(8)  VALUE SPACES.
  1130 01  WS-RUN-END-TIME        PIC X(8)  VALUE SPACES.
  1140*
  1150*-----------------------------------------------------------*
  1160* REQUEST CONTROLS - THE TERM THE STANDING IS FOR (PROVED   *
  1170* AGAINST THE TERMCAL CALENDAR, ITS SEQUENCE KEPT FOR THE   *
  1180* CUTOFF) AND THE THREE THRESHOLDS, PROMPTED AT STARTUP     *
  1190* (BLANK TAKES THE 90/60/90 DEFAULTS, ENTERED AS WHOLE      *
  1200* MARKS OR WHOLE PERCENT WITH OR WITHOUT LEADING ZEROS -    *
  1210* THE REPLY IS RIGHT-JUSTIFIED AND ZERO-FILLED BEFORE THE   *
  1220* NUMERIC TEST). THE TERM IS THE BUSDATE CURRENT TERM       *
  1230* UNLESS WS-BUSDATE-OVERRIDE (PROMPTED, DEFAULT N) IS Y AND *
  1240* THE OPERATOR KEYS ANOTHER; THE FLAG AND THE KEYED TERM    *
  1250* GO ON THE RUNLOG ROW.                                     *
  1260*-----------------------------------------------------------*
  1270 01  WS-REQ-TERM            PIC X(6)  VALUE SPACES.
  1280 01  WS-BUSDATE-OVERRIDE    PIC X(1)  VALUE 'N'.
  1290 01  WS-OVERRIDE-VALUE      PIC X(8)  VALUE SPACES.
  1300 01  WS-REQ-SEQ             PIC 9(3)  VALUE ZEROES.
  1310 01  WS-HONOR-THRESHOLD     PIC 9(3)  VALUE 90.
  1320 01  WS-FAIL-THRESHOLD      PIC 9(3)  VALUE 60.
  1330 01  WS-CHRONIC-THRESHOLD   PIC 9(3)  VALUE 90.
  1340 01  WS-THRESHOLD-IN        PIC X(3)  VALUE SPACES.
  1350 01  WS-THRESHOLD-JUST      PIC X(3)  JUSTIFIED RIGHT
  1360                                      VALUE SPACES.
  1370*
  1380*-----------------------------------------------------------*
  1390* TERM CALENDAR TABLE - LOADED FROM TERMCAL AT STARTUP.     *
  1400* THE SEQUENCE NUMBER ORDERS EACH STUDENT'S TERMS FOR THE   *
  1410* WATCH TEST AND DRAWS THE AS-OF-TERM CUTOFF.                *
  1420*-----------------------------------------------------------*
  1430 01  WS-TERMCAL-FS          PIC X(2)  VALUE SPACES.
  1440 01  WS-TERMCAL-COUNT       PIC 9(2)  VALUE ZERO.
  1450 01  WS-TERM-ON-CAL         PIC X(3)  VALUE 'NO'.
  1460 01  WS-ROW-SEQ             PIC 9(3)  VALUE ZEROES.
  1470 01  WS-ROW-ON-CAL          PIC X(3)  VALUE 'NO'.
  1480 01  WS-OFFCAL-COUNT        PIC 9(5)  VALUE ZEROES.
  1490 01  TERM-CAL-TABLE.
  1500     05  TERM-CAL-ENTRY OCCURS 50 TIMES INDEXED BY CAL-IDX.
  1510         10  CAL-TERM-CODE  PIC X(6)  VALUE SPACES.
  1520         10  CAL-TERM-SEQ   PIC 9(3)  VALUE ZEROES.
  1530*
  1540*-----------------------------------------------------------*
  1550* STUDENT-BREAK TRACKING - TERMHIST COMES BACK GROUPED BY   *
  1560* STUDENT-ID, SO A CHANGE OF ID ENDS ONE STUDENT'S TERMS    *
  1570* AND THE STUDENT CAN BE CLASSIFIED. ONLY ROWS FOR          *
  1580* CALENDAR TERMS WITH A SEQUENCE UP TO AND INCLUDING THE    *
  1590* REQUESTED TERM'S ARE BUFFERED; THE BUFFER IS SORTED INTO  *
  1600* CALENDAR ORDER AT THE BREAK SO THE LAST THREE AVERAGES    *
  1610* ARE TRULY CONSECUTIVE. A ROW WHOSE TERM IS NOT ON THE     *
  1620* CALENDAR (A PHANTOM TERM) IS LEFT OUT AND COUNTED. ONCE   *
  1630* ALL 20 TERM SLOTS ARE TAKEN A FURTHER TERM IS LEFT OUT -  *
  1640* WARNED ONCE.                                              *
  1650*-----------------------------------------------------------*
  1660 01  WS-PREV-STUDENT-ID     PIC X(6)  VALUE LOW-VALUES.
  1670 01  WS-STU-NAME            PIC X(15) VALUE SPACES.
  1680 01  WS-HAS-REQ-TERM        PIC X(3)  VALUE 'NO'.
  1690 01  WS-REQ-AVERAGE         PIC 9(3)V99 VALUE ZERO.
  1700 01  WS-REQ-DAYS-COUNTED    PIC 9(3)  VALUE ZERO.
  1710 01  WS-REQ-DAYS-ABSENT     PIC 9(3)  VALUE ZERO.
  1720 01  WS-REQ-ATTEND-RATE     PIC 9(3)V9 VALUE ZERO.
  1730 01  WS-STU-TERM-COUNT      PIC 9(2)  VALUE ZERO.
  1740 01  WS-BUF-CAP-WARNED      PIC X(3)  VALUE 'NO'.
  1750 01  STUDENT-TERM-TABLE.
  1760     05  STU-TERM-ENTRY OCCURS 20 TIMES.
  1770         10  STT-SEQ        PIC 9(3).
  1780         10  STT-AVERAGE    PIC 9(3)V99.
  1790 01  WS-SORT-I              PIC 9(2)  VALUE ZERO.
  1800 01  WS-SORT-J              PIC 9(2)  VALUE ZERO.
  1810 01  WS-SORT-START          PIC 9(2)  VALUE ZERO.
  1820 01  WS-SWAP-ENTRY          PIC X(8)  VALUE SPACES.
  1830*
  1840*-----------------------------------------------------------*
  1850* SECTION TABLES - STUDENTS QUALIFYING FOR EACH SECTION,    *
  1860* HELD UNTIL END OF RUN SO THE REPORT COMES OUT IN CLEAN    *
  1870* SECTIONS. A STUDENT CAN BE ON WATCH AS WELL AS ON THE     *
  1880* HONOR ROLL OR PROBATION. ONCE A SECTION'S 500 SLOTS ARE   *
  1890* TAKEN ANY FURTHER STUDENT IS LEFT OFF THAT SECTION -      *
  1900* WARNED ONCE, THE FIRST TIME THAT HAPPENS.                 *
  1910*-----------------------------------------------------------*
  1920 01  WS-HONOR-COUNT         PIC 9(3)  VALUE ZEROES.
  1930 01  WS-PROBATION-COUNT     PIC 9(3)  VALUE ZEROES.
  1940 01  WS-WATCH-COUNT         PIC 9(3)  VALUE ZEROES.
  1950 01  WS-CHRONIC-COUNT       PIC 9(3)  VALUE ZEROES.
  1960 01  WS-NO-ATTEND-COUNT     PIC 9(5)  VALUE ZEROES.
  1970 01  WS-SECTION-CAP-WARNED  PIC X(3)  VALUE 'NO'.
  1980 01  HONOR-TABLE.
  1990     05  HONOR-ENTRY OCCURS 500 TIMES.
  2000         10  HN-STUDENT-ID  PIC X(6).
  2010         10  HN-NAME        PIC X(15).
  2020         10  HN-AVERAGE     PIC 9(3)V99.
  2030 01  PROBATION-TABLE.
  2040     05  PROBATION-ENTRY OCCURS 500 TIMES.
  2050         10  PB-STUDENT-ID  PIC X(6).
  2060         10  PB-NAME        PIC X(15).
  2070         10  PB-AVERAGE     PIC 9(3)V99.
  2080 01  WATCH-TABLE.
  2090     05  WATCH-ENTRY OCCURS 500 TIMES.
  2100         10  WT-STUDENT-ID  PIC X(6).
  2110         10  WT-NAME        PIC X(15).
  2120         10  WT-AVERAGE     PIC 9(3)V99.
  2130 01  CHRONIC-TABLE.
  2140     05  CHRONIC-ENTRY OCCURS 500 TIMES.
  2150         10  CA-STUDENT-ID  PIC X(6).
  2160         10  CA-NAME        PIC X(15).
  2170         10  CA-ATTEND-RATE PIC 9(3)V9.
  2180         10  CA-DAYS-ABSENT PIC 9(3).
  2190         10  CA-DAYS-COUNTED PIC 9(3).
  2200*
  2210 01  WS-SECTION-SUB         PIC 9(3)  VALUE ZERO.
  2220 01  WS-STUDENT-COUNT       PIC 9(5)  VALUE ZEROES.
  2230 01  WS-AVERAGE-DISP        PIC ZZ9.99.
  2240 01  WS-COUNT-DISP          PIC ZZ9.
  2250 01  WS-COUNT-DISP2         PIC ZZ9.
  2260 01  WS-COUNT-DISP3         PIC ZZ9.
  2270 01  WS-COUNT-DISP4         PIC ZZ9.
  2280 01  WS-RATE-DISP           PIC ZZ9.9.
  2290 01  WS-DAYS-DISP           PIC ZZ9.
  2300 01  WS-DAYS-DISP2          PIC ZZ9.
  2310*
  2320 PROCEDURE DIVISION.
  2330*
  2340*-----------------------------------------------------------*
  2350* 000-MAIN-PROCEDURE                                        *
  2360*-----------------------------------------------------------*
  2370 000-MAIN-PROCEDURE.
  2380     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  2390     ACCEPT WS-RUN-START-TIME FROM TIME.
  2400     PERFORM 020-READ-BUSINESS-DATE.
  2410     PERFORM 030-LOAD-TERM-CALENDAR.
  2420     PERFORM 040-ACCEPT-REQUEST.
  2430     PERFORM 050-INITIALIZE.
  2440     PERFORM 200-TRACK-TERM-ROW UNTIL END-OF-FILE = 'YES'.
  2450     PERFORM 250-CLASSIFY-STUDENT.
  2460     PERFORM 300-PRINT-REPORT.
  2470     PERFORM 900-TERMINATE.
  2480     STOP RUN.
  2490*
  2500*-----------------------------------------------------------*
  2510* 020-READ-BUSINESS-DATE                                     *
  2520*                                                            *
  2530* READS THE ONE-ROW BUSDATE CONTROL FILE THE END-OF-DAY      *
  2540* DATEADV JOB MAINTAINS. A MISSING OR EMPTY FILE IS A REAL   *
  2550* ERROR - THERE IS NO SAFE DEFAULT FOR THE TERM.             *
  2560*-----------------------------------------------------------*
  2570 020-READ-BUSINESS-DATE.
  2580     OPEN INPUT BUS-DATE-FILE.
  2590     IF WS-BUSDATE-FS NOT = '00'
  2600         DISPLAY 'UNABLE TO OPEN BUSDATE - FILE STATUS '
  2610             WS-BUSDATE-FS
  2620         PERFORM 950-ABEND-RUN
  2630     END-IF.
  2640     READ BUS-DATE-FILE
  2650         AT END
  2660             DISPLAY 'BUSDATE HOLDS NO CONTROL ROW'
  2670             PERFORM 950-ABEND-RUN
  2680     END-READ.
  2690     IF WS-BUSDATE-FS NOT = '00'
  2700         DISPLAY 'ERROR READING BUSDATE - FILE STATUS '
  2710             WS-BUSDATE-FS
  2720         PERFORM 950-ABEND-RUN
  2730     END-IF.
  2740     CLOSE BUS-DATE-FILE.
  2750*
  2760*-----------------------------------------------------------*
  2770* 030-LOAD-TERM-CALENDAR                                     *
  2780*                                                            *
  2790* A MISSING TERMCAL IS A REAL ERROR - WITHOUT THE CALENDAR  *
  2800* THE TERMS CANNOT BE ORDERED OR THE REQUEST VALIDATED.      *
  2810*-----------------------------------------------------------*
  2820 030-LOAD-TERM-CALENDAR.
  2830     OPEN INPUT TERM-CAL-FILE.
  2840     IF WS-TERMCAL-FS NOT = '00'
  2850         DISPLAY 'UNABLE TO OPEN TERMCAL - FILE STATUS '
  2860             WS-TERMCAL-FS
  2870         PERFORM 950-ABEND-RUN
  2880     END-IF.
  2890     PERFORM 035-LOAD-ONE-TERM UNTIL END-OF-FILE = 'YES'.
  2900     CLOSE TERM-CAL-FILE.
  2910     MOVE 'NO' TO END-OF-FILE.
  2920*
  2930*-----------------------------------------------------------*
  2940* 035-LOAD-ONE-TERM                                          *
  2950*-----------------------------------------------------------*
  2960 035-LOAD-ONE-TERM.
  2970     READ TERM-CAL-FILE
  2980         AT END
  2990             MOVE 'YES' TO END-OF-FILE
  3000     END-READ.
  3010     IF END-OF-FILE NOT = 'YES'
  3020         AND WS-TERMCAL-FS NOT = '00'
  3030         DISPLAY 'ERROR READING TERMCAL - FILE STATUS '
  3040             WS-TERMCAL-FS
  3050         PERFORM 950-ABEND-RUN
  3060     END-IF.
  3070     IF END-OF-FILE NOT = 'YES'
  3080         IF TCAL-SEQ IS NOT NUMERIC
  3090             DISPLAY 'TERMCAL SEQUENCE NOT NUMERIC - '
  3100                 'ENTRY SKIPPED: ' TCAL-CODE
  3110         ELSE
  3120             IF WS-TERMCAL-COUNT < 50
  3130                 ADD 1 TO WS-TERMCAL-COUNT
  3140                 SET CAL-IDX TO WS-TERMCAL-COUNT
  3150                 MOVE TCAL-CODE TO CAL-TERM-CODE (CAL-IDX)
  3160                 MOVE TCAL-SEQ  TO CAL-TERM-SEQ (CAL-IDX)
  3170             ELSE
  3180                 DISPLAY 'WARNING - TERM CALENDAR TABLE '
  3190                     'FULL, TERMCAL ENTRY SKIPPED: '
  3200                     TCAL-CODE
  3210             END-IF
  3220         END-IF
  3230     END-IF.
  3240*
  3250*-----------------------------------------------------------*
  3260* 040-ACCEPT-REQUEST                                         *
  3270*-----------------------------------------------------------*
  3280 040-ACCEPT-REQUEST.
  3290     MOVE BD-CURRENT-TERM TO WS-REQ-TERM.
  3300     DISPLAY 'TERM FROM BUSDATE: ' WS-REQ-TERM.
  3310     DISPLAY 'OVERRIDE THE TERM (Y/N)? '.
  3320     ACCEPT WS-BUSDATE-OVERRIDE.
  3330     IF WS-BUSDATE-OVERRIDE NOT = 'Y'
  3340         MOVE 'N' TO WS-BUSDATE-OVERRIDE
  3350     END-IF.
  3360     IF WS-BUSDATE-OVERRIDE = 'Y'
  3370         DISPLAY 'ENTER TERM FOR STANDING (E.G. 2026T1): '
  3380         ACCEPT WS-REQ-TERM
  3390         MOVE WS-REQ-TERM TO WS-OVERRIDE-VALUE
  3400     END-IF.
  3410     IF WS-REQ-TERM = SPACES
  3420         DISPLAY 'TERM ID IS REQUIRED'
  3430         PERFORM 950-ABEND-RUN
  3440     END-IF.
  3450     PERFORM 045-VALIDATE-REQ-TERM.
  3460     DISPLAY 'HONOR THRESHOLD (BLANK FOR 90): '.
  3470     ACCEPT WS-THRESHOLD-IN.
  3480     IF WS-THRESHOLD-IN NOT = SPACES
  3490         PERFORM 048-EDIT-THRESHOLD
  3500         MOVE WS-THRESHOLD-JUST TO WS-HONOR-THRESHOLD
  3510     END-IF.
  3520     DISPLAY 'PROBATION THRESHOLD (BLANK FOR 60): '.
  3530     ACCEPT WS-THRESHOLD-IN.
  3540     IF WS-THRESHOLD-IN NOT = SPACES
  3550         PERFORM 048-EDIT-THRESHOLD
  3560         MOVE WS-THRESHOLD-JUST TO WS-FAIL-THRESHOLD
  3570     END-IF.
  3580     DISPLAY 'CHRONIC ABSENCE RATE THRESHOLD (BLANK FOR 90): '.
  3590     ACCEPT WS-THRESHOLD-IN.
  3600     IF WS-THRESHOLD-IN NOT = SPACES
  3610         PERFORM 048-EDIT-THRESHOLD
  3620         MOVE WS-THRESHOLD-JUST TO WS-CHRONIC-THRESHOLD
  3630     END-IF.
  3640*
  3650*-----------------------------------------------------------*
  3660* 045-VALIDATE-REQ-TERM                                      *
  3670*                                                            *
  3680* A TERM THAT IS NOT ON THE CALENDAR WOULD SILENTLY          *
  3690* PRODUCE AN EMPTY STANDING REPORT - REFUSED UP FRONT. THE  *
  3700* TERM'S SEQUENCE IS KEPT FOR THE AS-OF CUTOFF.              *
  3710*-----------------------------------------------------------*
  3720 045-VALIDATE-REQ-TERM.
  3730     MOVE 'NO' TO WS-TERM-ON-CAL.
  3740     SET CAL-IDX TO 1.
  3750     IF WS-TERMCAL-COUNT > 0
  3760         SEARCH TERM-CAL-ENTRY
  3770             AT END
  3780                 CONTINUE
  3790             WHEN CAL-TERM-CODE (CAL-IDX) = WS-REQ-TERM
  3800                 MOVE 'YES' TO WS-TERM-ON-CAL
  3810                 MOVE CAL-TERM-SEQ (CAL-IDX) TO WS-REQ-SEQ
  3820         END-SEARCH
  3830     END-IF.
  3840     IF WS-TERM-ON-CAL = 'NO'
  3850         DISPLAY 'TERM ' WS-REQ-TERM
  3860             ' IS NOT ON THE TERMCAL CALENDAR'
  3870         PERFORM 950-ABEND-RUN
  3880     END-IF.
  3890*
  3900*-----------------------------------------------------------*
  3910* 048-EDIT-THRESHOLD                                         *
  3920*                                                            *
  3930* A NATURAL TWO-DIGIT REPLY ('85') LEAVES A TRAILING SPACE  *
  3940* IN THE FIELD, SO IT IS RIGHT-JUSTIFIED AND ZERO-FILLED    *
  3950* BEFORE THE NUMERIC TEST.                                   *
  3960*-----------------------------------------------------------*
  3970 048-EDIT-THRESHOLD.
  3980     MOVE WS-THRESHOLD-IN TO WS-THRESHOLD-JUST.
  3990     INSPECT WS-THRESHOLD-JUST
  4000         REPLACING LEADING SPACE BY ZERO.
  4010     IF WS-THRESHOLD-JUST IS NOT NUMERIC
  4020         DISPLAY 'THRESHOLD MUST BE NUMERIC - GOT '
  4030             WS-THRESHOLD-IN
  4040         PERFORM 950-ABEND-RUN
  4050     END-IF.
  4060*
  4070*-----------------------------------------------------------*
  4080* 050-INITIALIZE                                             *
  4090*                                                            *
  4100* A MISSING HISTORY FILE IS A REAL ERROR HERE - NO TERM     *
  4110* HAS EVER BEEN CLOSED, SO THERE IS NO STANDING TO REPORT.  *
  4120*-----------------------------------------------------------*
  4130 050-INITIALIZE.
  4140     OPEN INPUT HISTORY-FILE.
  4150     IF WS-HISTORY-FS NOT = '00'
  4160         DISPLAY 'UNABLE TO OPEN TERMHIST - FILE STATUS '
  4170             WS-HISTORY-FS
  4180         PERFORM 950-ABEND-RUN
  4190     END-IF.
  4200     OPEN OUTPUT STANDING-REPORT.
  4210     IF WS-REPORT-FS NOT = '00'
  4220         DISPLAY 'UNABLE TO OPEN STANDRPT - FILE STATUS '
  4230             WS-REPORT-FS
  4240         PERFORM 950-ABEND-RUN
  4250     END-IF.
  4260     PERFORM 110-READ-HISTORY-RECORD.
  4270*
  4280*-----------------------------------------------------------*
  4290* 110-READ-HISTORY-RECORD                                   *
  4300*-----------------------------------------------------------*
  4310 110-READ-HISTORY-RECORD.
  4320     READ HISTORY-FILE
  4330         AT END
  4340             MOVE 'YES' TO END-OF-FILE
  4350     END-READ.
  4360     IF END-OF-FILE NOT = 'YES'
  4370         AND WS-HISTORY-FS NOT = '00'
  4380         DISPLAY 'ERROR READING TERMHIST - FILE STATUS '
  4390             WS-HISTORY-FS
  4400         PERFORM 950-ABEND-RUN
  4410     END-IF.
  4420*
  4430*-----------------------------------------------------------*
  4440* 200-TRACK-TERM-ROW                                         *
  4450*                                                            *
  4460* A CHANGE OF STUDENT-ID CLASSIFIES THE STUDENT JUST        *
  4470* FINISHED AND RESETS THE TRACKING. ROWS FOR CALENDAR       *
  4480* TERMS SEQUENCED AFTER THE REQUESTED ONE ARE IGNORED SO    *
  4490* THE STANDING REFLECTS THE WORLD AS OF THAT TERM; A ROW    *
  4500* WHOSE TERM IS NOT ON THE CALENDAR AT ALL IS LEFT OUT      *
  4510* AND COUNTED FOR THE CONSOLE SUMMARY.                       *
  4520*-----------------------------------------------------------*
  4530 200-TRACK-TERM-ROW.
  4540     IF TH-STUDENT-ID NOT = WS-PREV-STUDENT-ID
  4550         PERFORM 250-CLASSIFY-STUDENT
  4560         PERFORM 260-RESET-STUDENT-TRACKING
  4570     END-IF.
  4580     MOVE TH-STUDENT-ID TO WS-PREV-STUDENT-ID.
  4590     PERFORM 210-FIND-ROW-SEQ.
  4600     IF WS-ROW-ON-CAL = 'NO'
  4610         ADD 1 TO WS-OFFCAL-COUNT
  4620     ELSE
  4630         IF WS-ROW-SEQ NOT > WS-REQ-SEQ
  4640             MOVE TH-STUDENT-NAME TO WS-STU-NAME
  4650             PERFORM 220-BUFFER-TERM-ROW
  4660             IF WS-ROW-SEQ = WS-REQ-SEQ
  4670                 MOVE 'YES' TO WS-HAS-REQ-TERM
  4680                 MOVE TH-AVERAGE TO WS-REQ-AVERAGE
  4690                 MOVE TH-DAYS-COUNTED TO WS-REQ-DAYS-COUNTED
  4700                 MOVE TH-DAYS-ABSENT  TO WS-REQ-DAYS-ABSENT
  4710                 MOVE TH-ATTEND-RATE  TO WS-REQ-ATTEND-RATE
  4720             END-IF
  4730         END-IF
  4740     END-IF.
  4750     PERFORM 110-READ-HISTORY-RECORD.
  4760*
  4770*-----------------------------------------------------------*
  4780* 210-FIND-ROW-SEQ                                           *
  4790*-----------------------------------------------------------*
  4800 210-FIND-ROW-SEQ.
  4810     MOVE 'NO' TO WS-ROW-ON-CAL.
  4820     MOVE ZEROES TO WS-ROW-SEQ.
  4830     SET CAL-IDX TO 1.
  4840     IF WS-TERMCAL-COUNT > 0
  4850         SEARCH TERM-CAL-ENTRY
  4860             AT END
  4870                 CONTINUE
  4880             WHEN CAL-TERM-CODE (CAL-IDX) = TH-TERM
  4890                 MOVE 'YES' TO WS-ROW-ON-CAL
  4900                 MOVE CAL-TERM-SEQ (CAL-IDX) TO WS-ROW-SEQ
  4910         END-SEARCH
  4920     END-IF.
  4930*
  4940*-----------------------------------------------------------*
  4950* 220-BUFFER-TERM-ROW                                        *
  4960*-----------------------------------------------------------*
  4970 220-BUFFER-TERM-ROW.
  4980     IF WS-STU-TERM-COUNT < 20
  4990         ADD 1 TO WS-STU-TERM-COUNT
  5000         MOVE WS-ROW-SEQ TO STT-SEQ (WS-STU-TERM-COUNT)
  5010         MOVE TH-AVERAGE TO STT-AVERAGE (WS-STU-TERM-COUNT)
  5020     ELSE
  5030         IF WS-BUF-CAP-WARNED = 'NO'
  5040             DISPLAY 'WARNING - TERM BUFFER FULL, STANDING '
  5050                 'IS NOW INCOMPLETE'
  5060             MOVE 'YES' TO WS-BUF-CAP-WARNED
  5070         END-IF
  5080     END-IF.
  5090*
  5100*-----------------------------------------------------------*
  5110* 250-CLASSIFY-STUDENT                                       *
  5120*                                                            *
  5130* CLASSIFIES THE STUDENT WHOSE TERMS JUST FINISHED. A       *
  5140* STUDENT WITH NO ROW FOR THE REQUESTED TERM IS NOT PART    *
  5150* OF THAT TERM'S STANDING AT ALL. THE BUFFERED TERMS ARE    *
  5160* SORTED INTO CALENDAR-SEQUENCE ORDER FIRST, SO THE WATCH   *
  5170* TEST (AT LEAST THREE TERMS, TWO CONSECUTIVE FALLS)        *
  5180* MEASURES THE FALLS IN THE ORDER THE TERMS WERE ACTUALLY   *
  5190* SAT, NOT IN KEY-COLLATION ORDER. THE CHRONIC ABSENCE TEST *
  5200* NEEDS DAYS COUNTED FOR THE TERM - WITH NONE THERE IS NO   *
  5210* RATE TO JUDGE.                                             *
  5220*-----------------------------------------------------------*
  5230 250-CLASSIFY-STUDENT.
  5240     IF WS-PREV-STUDENT-ID NOT = LOW-VALUES
  5250         AND WS-HAS-REQ-TERM = 'YES'
  5260         ADD 1 TO WS-STUDENT-COUNT
  5270         IF WS-REQ-AVERAGE NOT < WS-HONOR-THRESHOLD
  5280             PERFORM 252-ADD-TO-HONOR-ROLL
  5290         END-IF
  5300         IF WS-REQ-AVERAGE < WS-FAIL-THRESHOLD
  5310             PERFORM 254-ADD-TO-PROBATION
  5320         END-IF
  5330         PERFORM 245-SORT-ONE-SLOT
  5340             VARYING WS-SORT-I FROM 1 BY 1
  5350             UNTIL WS-SORT-I NOT < WS-STU-TERM-COUNT
  5360         IF WS-STU-TERM-COUNT > 2
  5370             AND STT-AVERAGE (WS-STU-TERM-COUNT - 2)
  5380                 > STT-AVERAGE (WS-STU-TERM-COUNT - 1)
  5390             AND STT-AVERAGE (WS-STU-TERM-COUNT - 1)
  5400                 > STT-AVERAGE (WS-STU-TERM-COUNT)
  5410             PERFORM 256-ADD-TO-WATCH
  5420         END-IF
  5430         IF WS-REQ-DAYS-COUNTED = 0
  5440             ADD 1 TO WS-NO-ATTEND-COUNT
  5450         ELSE
  5460             IF WS-REQ-ATTEND-RATE < WS-CHRONIC-THRESHOLD
  5470                 PERFORM 257-ADD-TO-CHRONIC
  5480             END-IF
  5490         END-IF
  5500     END-IF.
  5510*
  5520*-----------------------------------------------------------*
  5530* 245-SORT-ONE-SLOT                                          *
  5540*                                                            *
  5550* SELECTION SORT OUTER STEP - PULLS THE LOWEST REMAINING    *
  5560* CALENDAR SEQUENCE INTO SLOT WS-SORT-I.                    *
  5570*-----------------------------------------------------------*
  5580 245-SORT-ONE-SLOT.
  5590     COMPUTE WS-SORT-START = WS-SORT-I + 1.
  5600     PERFORM 248-COMPARE-AND-SWAP
  5610         VARYING WS-SORT-J FROM WS-SORT-START BY 1
  5620         UNTIL WS-SORT-J > WS-STU-TERM-COUNT.
  5630*
  5640*-----------------------------------------------------------*
  5650* 248-COMPARE-AND-SWAP                                       *
  5660*-----------------------------------------------------------*
  5670 248-COMPARE-AND-SWAP.
  5680     IF STT-SEQ (WS-SORT-J) < STT-SEQ (WS-SORT-I)
  5690         MOVE STU-TERM-ENTRY (WS-SORT-I) TO WS-SWAP-ENTRY
  5700         MOVE STU-TERM-ENTRY (WS-SORT-J)
  5710             TO STU-TERM-ENTRY (WS-SORT-I)
  5720         MOVE WS-SWAP-ENTRY TO STU-TERM-ENTRY (WS-SORT-J)
  5730     END-IF.
  5740*
  5750*-----------------------------------------------------------*
  5760* 252-ADD-TO-HONOR-ROLL                                      *
  5770*-----------------------------------------------------------*
  5780 252-ADD-TO-HONOR-ROLL.
  5790     IF WS-HONOR-COUNT < 500
  5800         ADD 1 TO WS-HONOR-COUNT
  5810         MOVE WS-PREV-STUDENT-ID
  5820             TO HN-STUDENT-ID (WS-HONOR-COUNT)
  5830         MOVE WS-STU-NAME    TO HN-NAME (WS-HONOR-COUNT)
  5840         MOVE WS-REQ-AVERAGE TO HN-AVERAGE (WS-HONOR-COUNT)
  5850     ELSE
  5860         PERFORM 258-WARN-SECTION-CAP
  5870     END-IF.
  5880*
  5890*-----------------------------------------------------------*
  5900* 254-ADD-TO-PROBATION                                       *
  5910*-----------------------------------------------------------*
  5920 254-ADD-TO-PROBATION.
  5930     IF WS-PROBATION-COUNT < 500
  5940         ADD 1 TO WS-PROBATION-COUNT
  5950         MOVE WS-PREV-STUDENT-ID
  5960             TO PB-STUDENT-ID (WS-PROBATION-COUNT)
  5970         MOVE WS-STU-NAME    TO PB-NAME (WS-PROBATION-COUNT)
  5980         MOVE WS-REQ-AVERAGE
  5990             TO PB-AVERAGE (WS-PROBATION-COUNT)
  6000     ELSE
  6010         PERFORM 258-WARN-SECTION-CAP
  6020     END-IF.
  6030*
  6040*-----------------------------------------------------------*
  6050* 256-ADD-TO-WATCH                                           *
  6060*-----------------------------------------------------------*
  6070 256-ADD-TO-WATCH.
  6080     IF WS-WATCH-COUNT < 500
  6090         ADD 1 TO WS-WATCH-COUNT
  6100         MOVE WS-PREV-STUDENT-ID
  6110             TO WT-STUDENT-ID (WS-WATCH-COUNT)
  6120         MOVE WS-STU-NAME    TO WT-NAME (WS-WATCH-COUNT)
  6130         MOVE STT-AVERAGE (WS-STU-TERM-COUNT)
  6140             TO WT-AVERAGE (WS-WATCH-COUNT)
  6150     ELSE
  6160         PERFORM 258-WARN-SECTION-CAP
  6170     END-IF.
  6180*
  6190*-----------------------------------------------------------*
  6200* 257-ADD-TO-CHRONIC                                         *
  6210*-----------------------------------------------------------*
  6220 257-ADD-TO-CHRONIC.
  6230     IF WS-CHRONIC-COUNT < 500
  6240         ADD 1 TO WS-CHRONIC-COUNT
  6250         MOVE WS-PREV-STUDENT-ID
  6260             TO CA-STUDENT-ID (WS-CHRONIC-COUNT)
  6270         MOVE WS-STU-NAME    TO CA-NAME (WS-CHRONIC-COUNT)
  6280         MOVE WS-REQ-ATTEND-RATE
  6290             TO CA-ATTEND-RATE (WS-CHRONIC-COUNT)
  6300         MOVE WS-REQ-DAYS-ABSENT
  6310             TO CA-DAYS-ABSENT (WS-CHRONIC-COUNT)
  6320         MOVE WS-REQ-DAYS-COUNTED
  6330             TO CA-DAYS-COUNTED (WS-CHRONIC-COUNT)
  6340     ELSE
  6350         PERFORM 258-WARN-SECTION-CAP
  6360     END-IF.
  6370*
  6380*-----------------------------------------------------------*
  6390* 258-WARN-SECTION-CAP                                       *
  6400*-----------------------------------------------------------*
  6410 258-WARN-SECTION-CAP.
  6420     IF WS-SECTION-CAP-WARNED = 'NO'
  6430         DISPLAY 'WARNING - SECTION TABLE FULL, REPORT IS '
  6440             'NOW INCOMPLETE'
  6450         MOVE 'YES' TO WS-SECTION-CAP-WARNED
  6460     END-IF.
  6470*
  6480*-----------------------------------------------------------*
  6490* 260-RESET-STUDENT-TRACKING                                 *
  6500*-----------------------------------------------------------*
  6510 260-RESET-STUDENT-TRACKING.
  6520     MOVE 'NO'   TO WS-HAS-REQ-TERM.
  6530     MOVE SPACES TO WS-STU-NAME.
  6540     MOVE ZERO   TO WS-REQ-AVERAGE.
  6550     MOVE ZERO   TO WS-REQ-DAYS-COUNTED.
  6560     MOVE ZERO   TO WS-REQ-DAYS-ABSENT.
  6570     MOVE ZERO   TO WS-REQ-ATTEND-RATE.
  6580     MOVE ZERO   TO WS-STU-TERM-COUNT.
  6590*
  6600*-----------------------------------------------------------*
  6610* 300-PRINT-REPORT                                           *
  6620*-----------------------------------------------------------*
  6630 300-PRINT-REPORT.
  6640     MOVE SPACES TO REPORT-LINE.
  6650     STRING '===== ACADEMIC STANDING FOR TERM '
  6660                             DELIMITED BY SIZE
  6670             WS-REQ-TERM     DELIMITED BY SIZE
  6680             ' ====='        DELIMITED BY SIZE
  6690         INTO REPORT-LINE
  6700     END-STRING.
  6710     PERFORM 400-WRITE-REPORT-LINE.
  6720     MOVE SPACES TO REPORT-LINE.
  6730     WRITE REPORT-LINE FROM 'HONOR ROLL'.
  6740     PERFORM 310-PRINT-HONOR-LINE
  6750         VARYING WS-SECTION-SUB FROM 1 BY 1
  6760         UNTIL WS-SECTION-SUB > WS-HONOR-COUNT.
  6770     MOVE SPACES TO REPORT-LINE.
  6780     PERFORM 400-WRITE-REPORT-LINE.
  6790     MOVE SPACES TO REPORT-LINE.
  6800     WRITE REPORT-LINE FROM 'PROBATION'.
  6810     PERFORM 320-PRINT-PROBATION-LINE
  6820         VARYING WS-SECTION-SUB FROM 1 BY 1
  6830         UNTIL WS-SECTION-SUB > WS-PROBATION-COUNT.
  6840     MOVE SPACES TO REPORT-LINE.
  6850     PERFORM 400-WRITE-REPORT-LINE.
  6860     MOVE SPACES TO REPORT-LINE.
  6870     WRITE REPORT-LINE FROM 'WATCH - AVERAGE FALLING'.
  6880     PERFORM 330-PRINT-WATCH-LINE
  6890         VARYING WS-SECTION-SUB FROM 1 BY 1
  6900         UNTIL WS-SECTION-SUB > WS-WATCH-COUNT.
  6910     MOVE SPACES TO REPORT-LINE.
  6920     PERFORM 400-WRITE-REPORT-LINE.
  6930     MOVE WS-CHRONIC-THRESHOLD TO WS-COUNT-DISP4.
  6940     MOVE SPACES TO REPORT-LINE.
  6950     STRING 'CHRONIC ABSENCE - ATTENDANCE BELOW '
  6960                             DELIMITED BY SIZE
  6970             WS-COUNT-DISP4  DELIMITED BY SIZE
  6980             '%'             DELIMITED BY SIZE
  6990         INTO REPORT-LINE
  7000     END-STRING.
  7010     PERFORM 400-WRITE-REPORT-LINE.
  7020     PERFORM 335-PRINT-CHRONIC-LINE
  7030         VARYING WS-SECTION-SUB FROM 1 BY 1
  7040         UNTIL WS-SECTION-SUB > WS-CHRONIC-COUNT.
  7050     PERFORM 340-PRINT-TRAILER.
  7060*
  7070*-----------------------------------------------------------*
  7080* 310-PRINT-HONOR-LINE                                       *
  7090*-----------------------------------------------------------*
  7100 310-PRINT-HONOR-LINE.
  7110     MOVE HN-AVERAGE (WS-SECTION-SUB) TO WS-AVERAGE-DISP.
  7120     MOVE SPACES TO REPORT-LINE.
  7130     STRING '   '                        DELIMITED BY SIZE
  7140             HN-STUDENT-ID (WS-SECTION-SUB)
  7150                                         DELIMITED BY SIZE
  7160             '  '                        DELIMITED BY SIZE
  7170             HN-NAME (WS-SECTION-SUB)    DELIMITED BY SIZE
  7180             '  AVERAGE: '               DELIMITED BY SIZE
  7190             WS-AVERAGE-DISP             DELIMITED BY SIZE
  7200         INTO REPORT-LINE
  7210     END-STRING.
  7220     PERFORM 400-WRITE-REPORT-LINE.
  7230*
  7240*-----------------------------------------------------------*
  7250* 320-PRINT-PROBATION-LINE                                   *
  7260*-----------------------------------------------------------*
  7270 320-PRINT-PROBATION-LINE.
  7280     MOVE PB-AVERAGE (WS-SECTION-SUB) TO WS-AVERAGE-DISP.
  7290     MOVE SPACES TO REPORT-LINE.
  7300     STRING '   '                        DELIMITED BY SIZE
  7310             PB-STUDENT-ID (WS-SECTION-SUB)
  7320                                         DELIMITED BY SIZE
  7330             '  '                        DELIMITED BY SIZE
  7340             PB-NAME (WS-SECTION-SUB)    DELIMITED BY SIZE
  7350             '  AVERAGE: '               DELIMITED BY SIZE
  7360             WS-AVERAGE-DISP             DELIMITED BY SIZE
  7370         INTO REPORT-LINE
  7380     END-STRING.
  7390     PERFORM 400-WRITE-REPORT-LINE.
  7400*
  7410*-----------------------------------------------------------*
  7420* 330-PRINT-WATCH-LINE                                       *
  7430*-----------------------------------------------------------*
  7440 330-PRINT-WATCH-LINE.
  7450     MOVE WT-AVERAGE (WS-SECTION-SUB) TO WS-AVERAGE-DISP.
  7460     MOVE SPACES TO REPORT-LINE.
  7470     STRING '   '                        DELIMITED BY SIZE
  7480             WT-STUDENT-ID (WS-SECTION-SUB)
  7490                                         DELIMITED BY SIZE
  7500             '  '                        DELIMITED BY SIZE
  7510             WT-NAME (WS-SECTION-SUB)    DELIMITED BY SIZE
  7520             '  AVERAGE: '               DELIMITED BY SIZE
  7530             WS-AVERAGE-DISP             DELIMITED BY SIZE
  7540         INTO REPORT-LINE
  7550     END-STRING.
  7560     PERFORM 400-WRITE-REPORT-LINE.
  7570*
  7580*-----------------------------------------------------------*
  7590* 335-PRINT-CHRONIC-LINE                                     *
  7600*-----------------------------------------------------------*
  7610 335-PRINT-CHRONIC-LINE.
  7620     MOVE CA-ATTEND-RATE (WS-SECTION-SUB) TO WS-RATE-DISP.
  7630     MOVE CA-DAYS-ABSENT (WS-SECTION-SUB) TO WS-DAYS-DISP.
  7640     MOVE CA-DAYS-COUNTED (WS-SECTION-SUB) TO WS-DAYS-DISP2.
  7650     MOVE SPACES TO REPORT-LINE.
  7660     STRING '   '                        DELIMITED BY SIZE
  7670             CA-STUDENT-ID (WS-SECTION-SUB)
  7680                                         DELIMITED BY SIZE
  7690             '  '                        DELIMITED BY SIZE
  7700             CA-NAME (WS-SECTION-SUB)    DELIMITED BY SIZE
  7710             '  ATTENDANCE: '            DELIMITED BY SIZE
  7720             WS-RATE-DISP                DELIMITED BY SIZE
  7730             '%  ABSENT '                DELIMITED BY SIZE
  7740             WS-DAYS-DISP                DELIMITED BY SIZE
  7750             ' OF '                      DELIMITED BY SIZE
  7760             WS-DAYS-DISP2               DELIMITED BY SIZE
  7770         INTO REPORT-LINE
  7780     END-STRING.
  7790     PERFORM 400-WRITE-REPORT-LINE.
  7800*
  7810*-----------------------------------------------------------*
  7820* 340-PRINT-TRAILER                                          *
  7830*-----------------------------------------------------------*
  7840 340-PRINT-TRAILER.
  7850     MOVE SPACES TO REPORT-LINE.
  7860     WRITE REPORT-LINE FROM
  7870         '-------------------------------------------------'.
  7880     MOVE SPACES TO REPORT-LINE.
  7890     MOVE WS-HONOR-COUNT     TO WS-COUNT-DISP.
  7900     MOVE WS-PROBATION-COUNT TO WS-COUNT-DISP2.
  7910     MOVE WS-WATCH-COUNT     TO WS-COUNT-DISP3.
  7920     MOVE WS-CHRONIC-COUNT   TO WS-COUNT-DISP4.
  7930     STRING 'HONOR ROLL: '      DELIMITED BY SIZE
  7940             WS-COUNT-DISP      DELIMITED BY SIZE
  7950             '  PROBATION: '    DELIMITED BY SIZE
  7960             WS-COUNT-DISP2     DELIMITED BY SIZE
  7970             '  WATCH: '        DELIMITED BY SIZE
  7980             WS-COUNT-DISP3     DELIMITED BY SIZE
  7990             '  CHRONIC ABSENCE: ' DELIMITED BY SIZE
  8000             WS-COUNT-DISP4     DELIMITED BY SIZE
  8010         INTO REPORT-LINE
  8020     END-STRING.
  8030     PERFORM 400-WRITE-REPORT-LINE.
  8040*
  8050*-----------------------------------------------------------*
  8060* 400-WRITE-REPORT-LINE                                      *
  8070*-----------------------------------------------------------*
  8080 400-WRITE-REPORT-LINE.
  8090     WRITE REPORT-LINE.
  8100     IF WS-REPORT-FS NOT = '00'
  8110         DISPLAY 'UNABLE TO WRITE STANDRPT - FILE STATUS '
  8120             WS-REPORT-FS
  8130         PERFORM 950-ABEND-RUN
  8140     END-IF.
  8150*
  8160*-----------------------------------------------------------*
  8170* 900-TERMINATE                                              *
  8180*-----------------------------------------------------------*
  8190 900-TERMINATE.
  8200     CLOSE HISTORY-FILE.
  8210     CLOSE STANDING-REPORT.
  8220     DISPLAY 'STUDENTS IN TERM......... ' WS-STUDENT-COUNT.
  8230     DISPLAY 'HONOR ROLL............... ' WS-HONOR-COUNT.
  8240     DISPLAY 'PROBATION................ ' WS-PROBATION-COUNT.
  8250     DISPLAY 'WATCH.................... ' WS-WATCH-COUNT.
  8260     DISPLAY 'CHRONIC ABSENCE.......... ' WS-CHRONIC-COUNT.
  8270     IF WS-NO-ATTEND-COUNT > 0
  8280         DISPLAY 'NO ATTENDANCE RECORDED... ' WS-NO-ATTEND-COUNT
  8290     END-IF.
  8300     IF WS-OFFCAL-COUNT > 0
  8310         DISPLAY 'ROWS NOT ON CALENDAR..... ' WS-OFFCAL-COUNT
  8320     END-IF.
  8330     PERFORM 930-WRITE-RUN-LOG.
  8340*
  8350*-----------------------------------------------------------*
  8360* 930-WRITE-RUN-LOG                                          *
  8370*                                                            *
  8380* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  8390* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  8400* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  8410*-----------------------------------------------------------*
  8420 930-WRITE-RUN-LOG.
  8430     OPEN EXTEND RUN-LOG-FILE.
  8440     IF WS-RUNLOG-FS NOT = '00'
  8450         AND WS-RUNLOG-FS NOT = '05'
  8460         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  8470             WS-RUNLOG-FS
  8480     ELSE
  8490         MOVE SPACES TO RUN-LOG-RECORD
  8500         MOVE 'STANDING'          TO RL-PROGRAM-NAME
  8510         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  8520         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  8530         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  8540         ACCEPT WS-RUN-END-TIME FROM TIME
  8550         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  8560         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  8570         MOVE WS-STUDENT-COUNT    TO RL-RECORDS-READ
  8580         COMPUTE RL-RECORDS-WRITTEN = WS-HONOR-COUNT
  8590             + WS-PROBATION-COUNT + WS-WATCH-COUNT
  8600             + WS-CHRONIC-COUNT
  8610         MOVE ZEROES              TO RL-EXCEPTION-COUNT
  8620         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  8630         MOVE RETURN-CODE         TO RL-RETURN-CODE
  8640         MOVE WS-REQ-TERM         TO RL-RUN-DETAIL
  8650         MOVE WS-BUSDATE-OVERRIDE TO RL-OVERRIDE-FLAG
  8660         MOVE WS-OVERRIDE-VALUE   TO RL-OVERRIDE-VALUE
  8670         WRITE RUN-LOG-RECORD
  8680         IF WS-RUNLOG-FS NOT = '00'
  8690             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  8700                 WS-RUNLOG-FS
  8710         END-IF
  8720         CLOSE RUN-LOG-FILE
  8730     END-IF.
  8740*
  8750*-----------------------------------------------------------*
  8760* 950-ABEND-RUN                                              *
  8770*-----------------------------------------------------------*
  8780 950-ABEND-RUN.
  8790     DISPLAY 'STANDING IS ABENDING - SEE THE MESSAGE ABOVE'.
  8800     MOVE 16 TO RETURN-CODE.
  8810     PERFORM 930-WRITE-RUN-LOG.
  8820     STOP RUN.
