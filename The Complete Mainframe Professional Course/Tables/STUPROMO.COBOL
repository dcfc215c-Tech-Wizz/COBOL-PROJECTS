    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    STUPROMO.
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
   130* 2026-10-15 DP    ORIGINAL VERSION - YEAR-END PROMOTION    *
   140*                  AND CLASS ROLLOVER FOR THE STUDENTS.DAT  *
   150*                  ROSTER. THE CLOSING YEAR IS A RANGE OF   *
   160*                  TERMCAL TERMS; EACH STUDENT'S TERMHIST   *
   170*                  RESULTS FOR THOSE TERMS ARE JUDGED       *
   180*                  AGAINST PASS RULES PROMPTED AT RUN TIME  *
   190*                  (YEAR AVERAGE AND FAILED TERMS). A       *
   200*                  PROMOTED STUDENT MOVES TO THE NEXT CLASS *
   210*                  NAMED ON CLASSREF, A RETAINED STUDENT    *
   220*                  STAYS PUT, AND BOTH HAVE THEIR SCORES    *
   230*                  CLEARED FOR THE NEW YEAR. A PROMOTED     *
   240*                  STUDENT IN A LEAVING CLASS (NEXT CLASS   *
   250*                  ***) GRADUATES - WRITTEN TO ALUMNI AND   *
   260*                  TAKEN OFF THE ROSTER. EVERY CHANGE GOES  *
   270*                  TO STUAUDIT. LIST-ONLY MODE (THE         *
   280*                  DEFAULT) PRINTS THE SAME PROMORPT LISTS  *
   290*                  AND WRITES NOTHING BUT ITS RUNLOG ROW.   *
   300*-----------------------------------------------------------*
   310 ENVIRONMENT DIVISION.
   320 INPUT-OUTPUT SECTION.
   330 FILE-CONTROL.
   340     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
   350         ORGANIZATION IS INDEXED
   360         ACCESS MODE IS SEQUENTIAL
   370         RECORD KEY IS STUDENT-ID
   380         FILE STATUS IS WS-STUDENT-FS.
   390*
   400     SELECT HISTORY-FILE ASSIGN TO "TERMHIST"
   410         ORGANIZATION IS INDEXED
   420         ACCESS MODE IS RANDOM
   430         RECORD KEY IS TH-KEY
   440         FILE STATUS IS WS-HISTORY-FS.
   450*
   460     SELECT CLASS-REF-FILE ASSIGN TO "CLASSREF"
   470         ORGANIZATION IS LINE SEQUENTIAL
   480         ACCESS MODE IS SEQUENTIAL
   490         FILE STATUS IS WS-CLASSREF-FS.
   500*
   510     SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL"
   520         ORGANIZATION IS LINE SEQUENTIAL
   530         ACCESS MODE IS SEQUENTIAL
   540         FILE STATUS IS WS-TERMCAL-FS.
   550*
   560     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "STUAUDIT"
   570         ORGANIZATION IS LINE SEQUENTIAL
   580         ACCESS MODE IS SEQUENTIAL
   590         FILE STATUS IS WS-AUDIT-FS.
   600*
   610     SELECT OPTIONAL ALUMNI-FILE ASSIGN TO "ALUMNI"
   620         ORGANIZATION IS LINE SEQUENTIAL
   630         ACCESS MODE IS SEQUENTIAL
   640         FILE STATUS IS WS-ALUMNI-FS.
   650*
   660     SELECT PROMO-REPORT ASSIGN TO "PROMORPT"
   670         ORGANIZATION IS LINE SEQUENTIAL
   680         ACCESS MODE IS SEQUENTIAL
   690         FILE STATUS IS WS-REPORT-FS.
   700*
   710     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   720         ORGANIZATION IS LINE SEQUENTIAL
   730         ACCESS MODE IS SEQUENTIAL
   740         FILE STATUS IS WS-RUNLOG-FS.
   750*
   760 DATA DIVISION.
   770 FILE SECTION.
   780 FD  STUDENT-FILE.
   790 01  STUDENT-FILE-RECORD.
   800     COPY STUDENTREC.
   810*
   820 FD  HISTORY-FILE.
   830 01  TERM-HISTORY-RECORD.
   840     COPY TERMREC.
   850*
   860 FD  CLASS-REF-FILE.
   870 01  CLASS-REF-RECORD.
   880     COPY CLASSREF.
   890*
   900 FD  TERM-CAL-FILE.
   910 01  TERM-CAL-RECORD.
   920     COPY TERMCAL.
   930*
   940 FD  AUDIT-FILE.
   950 01  AUDIT-LINE             PIC X(180).
   960*
   970 FD  ALUMNI-FILE.
   980 01  ALUMNI-RECORD.
   990     COPY ALUMREC.
  1000*
  1010 FD  PROMO-REPORT.
  1020 01  REPORT-LINE            PIC X(80).
  1030*
  1040 FD  RUN-LOG-FILE.
  1050 01  RUN-LOG-RECORD.
  1060     COPY RUNLOGREC.
  1070*
  1080 WORKING-STORAGE SECTION.
  1090*
  1100 01  WS-STUDENT-FS          PIC X(2)  VALUE SPACES.
  1110 01  WS-HISTORY-FS          PIC X(2)  VALUE SPACES.
  1120 01  WS-CLASSREF-FS         PIC X(2)  VALUE SPACES.
  1130 01  WS-AUDIT-FS            PIC X(2)  VALUE SPACES.
  1140 01  WS-ALUMNI-FS           PIC X(2)  VALUE SPACES.
  1150 01  WS-REPORT-FS           PIC X(2)  VALUE SPACES.
  1160 01  WS-RUNLOG-FS           PIC X(2)  VALUE SPACES.
  1170 01  END-OF-FILE            PIC X(3)  VALUE 'NO'.
  1180 01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
  1190 01  WS-SUB-IDX             PIC 9     VALUE ZERO.
  1200*
  1210*-----------------------------------------------------------*
  1220* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1230* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1240* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND. THE     *
  1250* RUN DETAIL IS THE LAST TERM OF THE CLOSING YEAR AND THE   *
  1260* MODE (U = UPDATE, L = LIST ONLY), SO A SECOND UPDATE RUN  *
  1270* FOR THE SAME YEAR CAN BE REFUSED.                         *
  1280*-----------------------------------------------------------*
  1290 01  WS-RUN-START-DATE      PIC X(8)  VALUE SPACES.
  1300 01  WS-RUN-START-TIME      PIC X(8)  VALUE SPACES.
  1310 01  WS-RUN-END-DATE        PIC X(8)  VALUE SPACES.
  1320 01  WS-RUN-END-TIME        PIC X(8)  VALUE SPACES.
  1330 01  WS-RUN-DETAIL.
  1340     05  WS-RD-TERM         PIC X(6)  VALUE SPACES.
  1350     05  FILLER             PIC X(1)  VALUE SPACE.
  1360     05  WS-RD-MODE         PIC X(1)  VALUE SPACE.
  1370*
  1380*-----------------------------------------------------------*
  1390* REQUEST CONTROLS - THE FIRST AND LAST TERMS OF THE        *
  1400* CLOSING YEAR (BOTH PROVED AGAINST TERMCAL), THE PASS      *
  1410* RULES AND THE MODE, PROMPTED AT STARTUP. A STUDENT PASSES *
  1420* THE YEAR WHEN THE MEAN OF THE YEAR'S TERM AVERAGES IS AT  *
  1430* LEAST THE PASS MARK (BLANK FOR 60) AND NO MORE THAN THE   *
  1440* ALLOWED NUMBER OF TERMS (BLANK FOR 1) AVERAGED BELOW IT.  *
  1450* THE REPLIES ARE RIGHT-JUSTIFIED AND ZERO-FILLED BEFORE    *
  1460* THE NUMERIC TEST. ANYTHING BUT N AT THE LIST-ONLY PROMPT  *
  1470* IS TAKEN AS Y, SO THE ROSTER IS ONLY CHANGED ON PURPOSE.  *
  1480*-----------------------------------------------------------*
  1490 01  WS-FIRST-TERM          PIC X(6)  VALUE SPACES.
  1500 01  WS-FIRST-SEQ           PIC 9(3)  VALUE ZEROES.
  1510 01  WS-LAST-TERM           PIC X(6)  VALUE SPACES.
  1520 01  WS-LAST-SEQ            PIC 9(3)  VALUE ZEROES.
  1530 01  WS-CHECK-TERM          PIC X(6)  VALUE SPACES.
  1540 01  WS-CHECK-SEQ           PIC 9(3)  VALUE ZEROES.
  1550 01  WS-PASS-MARK           PIC 9(3)  VALUE 60.
  1560 01  WS-MAX-FAILED          PIC 9(3)  VALUE 1.
  1570 01  WS-THRESHOLD-IN        PIC X(3)  VALUE SPACES.
  1580 01  WS-THRESHOLD-JUST      PIC X(3)  JUSTIFIED RIGHT
  1590                                      VALUE SPACES.
  1600 01  WS-LIST-ONLY           PIC X(1)  VALUE 'Y'.
  1610*
  1620*-----------------------------------------------------------*
  1630* RUN-SEQUENCE CHECKS - EVERY TERM OF THE YEAR MUST HAVE    *
  1640* BEEN CLOSED CLEANLY BY TERMSNAP (THE LATEST TERMSNAP ROW  *
  1650* FOR THE TERM ON RUNLOG CARRIES RETURN CODE ZERO) OR THE   *
  1660* RESULTS BEING JUDGED ARE NOT FINAL - THE OVERRIDE PROMPT  *
  1670* COVERS A DELIBERATE RUN WHEN THE LOG CANNOT SHOW IT. A    *
  1680* CLEAN UPDATE RUN ALREADY LOGGED FOR THE SAME LAST TERM    *
  1690* ALWAYS STOPS AN UPDATE RUN - PROMOTING TWICE WOULD MOVE   *
  1700* EVERY STUDENT UP TWO CLASSES.                             *
  1710*-----------------------------------------------------------*
  1720 01  WS-SEQ-OVERRIDE        PIC X(1)  VALUE 'N'.
  1730 01  WS-RUNLOG-EOF          PIC X(3)  VALUE 'NO'.
  1740 01  WS-TERMSNAP-OK         PIC X(3)  VALUE 'YES'.
  1750 01  WS-ROLLOVER-DONE       PIC X(3)  VALUE 'NO'.
  1760*
  1770*-----------------------------------------------------------*
  1780* TERM CALENDAR TABLE - LOADED FROM TERMCAL AT STARTUP. THE *
  1790* TERMS OF THE CLOSING YEAR ARE THE CALENDAR TERMS WHOSE    *
  1800* SEQUENCE LIES BETWEEN THE FIRST AND LAST TERM'S, COPIED   *
  1810* TO THE YEAR TABLE AND SORTED INTO CALENDAR ORDER. EACH    *
  1820* YEAR TERM CARRIES THE RETURN CODE OF ITS LATEST TERMSNAP  *
  1830* RUN FROM THE RUNLOG SCAN (SPACES = NEVER CLOSED).         *
  1840*-----------------------------------------------------------*
  1850 01  WS-TERMCAL-FS          PIC X(2)  VALUE SPACES.
  1860 01  WS-TERMCAL-COUNT       PIC 9(2)  VALUE ZERO.
  1870 01  WS-TERM-ON-CAL         PIC X(3)  VALUE 'NO'.
  1880 01  TERM-CAL-TABLE.
  1890     05  TERM-CAL-ENTRY OCCURS 50 TIMES INDEXED BY CAL-IDX.
  1900         10  CAL-TERM-CODE  PIC X(6)  VALUE SPACES.
  1910         10  CAL-TERM-SEQ   PIC 9(3)  VALUE ZEROES.
  1920 01  WS-CAL-SUB             PIC 9(2)  VALUE ZERO.
  1930 01  WS-YEAR-TERM-COUNT     PIC 9(2)  VALUE ZERO.
  1940 01  WS-YEAR-CAP-WARNED     PIC X(3)  VALUE 'NO'.
  1950 01  YEAR-TERM-TABLE.
  1960     05  YEAR-TERM-ENTRY OCCURS 20 TIMES INDEXED BY YT-IDX.
  1970         10  YT-TERM-CODE   PIC X(6)  VALUE SPACES.
  1980         10  YT-TERM-SEQ    PIC 9(3)  VALUE ZEROES.
  1990         10  YT-SNAP-RC     PIC X(2)  VALUE SPACES.
  2000 01  WS-YEAR-SUB            PIC 9(2)  VALUE ZERO.
  2010 01  WS-SORT-I              PIC 9(2)  VALUE ZERO.
  2020 01  WS-SORT-J              PIC 9(2)  VALUE ZERO.
  2030 01  WS-SORT-START          PIC 9(2)  VALUE ZERO.
  2040 01  WS-SWAP-ENTRY          PIC X(11) VALUE SPACES.
  2050*
  2060*-----------------------------------------------------------*
  2070* CLASS REFERENCE TABLE - LOADED FROM CLASSREF AT STARTUP.  *
  2080* THE NEXT CLASS IS WHERE A PROMOTED STUDENT GOES; *** IS A *
  2090* LEAVING CLASS AND BLANK MEANS NO RULE HAS BEEN SET.       *
  2100*-----------------------------------------------------------*
  2110 01  WS-CLASSREF-COUNT      PIC 9(2)  VALUE ZERO.
  2120 01  WS-CLASS-ON-REF        PIC X(3)  VALUE 'NO'.
  2130 01  WS-CHECK-CLASS         PIC X(3)  VALUE SPACES.
  2140 01  WS-REF-NEXT-CLASS      PIC X(3)  VALUE SPACES.
  2150 01  CLASS-REF-TABLE.
  2160     05  CLASS-REF-ENTRY OCCURS 20 TIMES INDEXED BY CRF-IDX.
  2170         10  REF-CLASS-CODE PIC X(3)  VALUE SPACES.
  2180         10  REF-CLASS-NAME PIC X(15) VALUE SPACES.
  2190         10  REF-NEXT-CLASS PIC X(3)  VALUE SPACES.
  2200*
  2210*-----------------------------------------------------------*
  2220* ONE STUDENT'S YEAR - THE TERMS FOUND ON TERMHIST, THE     *
  2230* TERMS AVERAGING BELOW THE PASS MARK, THE YEAR AVERAGE     *
  2240* (MEAN OF THE TERM AVERAGES FOUND) AND THE OUTCOME:        *
  2250* P = PROMOTED, R = RETAINED, G = GRADUATED, N = NOT        *
  2260* DECIDED (LEFT AS IS FOR THE OFFICE, WITH THE REASON).     *
  2270*-----------------------------------------------------------*
  2280 01  WS-CUR-STUDENT-ID      PIC X(6)  VALUE SPACES.
  2290 01  WS-TERMS-FOUND         PIC 9(2)  VALUE ZERO.
  2300 01  WS-TERMS-FAILED        PIC 9(2)  VALUE ZERO.
  2310 01  WS-YEAR-TOTAL          PIC 9(5)V99 VALUE ZERO.
  2320 01  WS-YEAR-AVERAGE        PIC 9(3)V99 VALUE ZERO.
  2330 01  WS-OUTCOME             PIC X(1)  VALUE SPACE.
  2340 01  WS-FROM-CLASS          PIC X(3)  VALUE SPACES.
  2350 01  WS-TO-CLASS            PIC X(3)  VALUE SPACES.
  2360 01  WS-NEXT-CLASS          PIC X(3)  VALUE SPACES.
  2370 01  WS-UNDECIDED-REASON    PIC X(30) VALUE SPACES.
  2380*
  2390*-----------------------------------------------------------*
  2400* BEFORE/AFTER IMAGES FOR THE AUDIT LINE - THE SAME NAME,   *
  2410* CLASS CODE AND SIX CODE:SCORE PAIRS STUMAINT WRITES.      *
  2420*-----------------------------------------------------------*
  2430 01  WS-BEFORE-IMAGE        PIC X(70) VALUE SPACES.
  2440 01  WS-AFTER-IMAGE         PIC X(70) VALUE SPACES.
  2450 01  WS-ROW-IMAGE.
  2460     05  WS-IMG-NAME        PIC X(15).
  2470     05  FILLER             PIC X(1)  VALUE SPACE.
  2480     05  WS-IMG-CLASS       PIC X(3).
  2490     05  FILLER             PIC X(1)  VALUE SPACE.
  2500     05  WS-IMG-SLOT OCCURS 6 TIMES.
  2510         10  WS-IMG-CODE    PIC X(3).
  2520         10  FILLER         PIC X(1)  VALUE ':'.
  2530         10  WS-IMG-SCORE   PIC 9(3).
  2540         10  FILLER         PIC X(1)  VALUE SPACE.
  2550*
  2560*-----------------------------------------------------------*
  2570* OUTCOME TABLE - EVERY STUDENT'S OUTCOME, HELD UNTIL END   *
  2580* OF RUN SO PROMORPT COMES OUT IN CLEAN SECTIONS. ONCE ALL  *
  2590* 500 SLOTS ARE TAKEN A FURTHER STUDENT IS LEFT OFF THE     *
  2600* LISTS (THE COUNTS STAY RIGHT) - WARNED ONCE.              *
  2610*-----------------------------------------------------------*
  2620 01  WS-OUTCOME-COUNT       PIC 9(3)  VALUE ZEROES.
  2630 01  WS-OUTCOME-CAP-WARNED  PIC X(3)  VALUE 'NO'.
  2640 01  OUTCOME-TABLE.
  2650     05  OUTCOME-ENTRY OCCURS 500 TIMES.
  2660         10  OC-OUTCOME     PIC X(1).
  2670         10  OC-STUDENT-ID  PIC X(6).
  2680         10  OC-NAME        PIC X(15).
  2690         10  OC-FROM-CLASS  PIC X(3).
  2700         10  OC-TO-CLASS    PIC X(3).
  2710         10  OC-YEAR-AVERAGE PIC 9(3)V99.
  2720         10  OC-TERMS-FOUND PIC 9(2).
  2730         10  OC-TERMS-FAILED PIC 9(2).
  2740         10  OC-REASON      PIC X(30).
  2750 01  WS-SECTION-SUB         PIC 9(3)  VALUE ZERO.
  2760 01  WS-PRINT-OUTCOME       PIC X(1)  VALUE SPACE.
  2770 01  WS-SECTION-HEADING     PIC X(40) VALUE SPACES.
  2780*
  2790*-----------------------------------------------------------*
  2800* RUN COUNTS - READ = PROMOTED + RETAINED + GRADUATED +     *
  2810* NOT DECIDED.                                              *
  2820*-----------------------------------------------------------*
  2830 01  WS-READ-COUNT          PIC 9(5)  VALUE ZEROES.
  2840 01  WS-PROMOTED-COUNT      PIC 9(5)  VALUE ZEROES.
  2850 01  WS-RETAINED-COUNT      PIC 9(5)  VALUE ZEROES.
  2860 01  WS-GRADUATED-COUNT     PIC 9(5)  VALUE ZEROES.
  2870 01  WS-UNDECIDED-COUNT     PIC 9(5)  VALUE ZEROES.
  2880 01  WS-READ-COUNT-DISP     PIC ZZZZ9.
  2890 01  WS-PROMOTED-COUNT-DISP PIC ZZZZ9.
  2900 01  WS-RETAINED-COUNT-DISP PIC ZZZZ9.
  2910 01  WS-GRADUATED-COUNT-DISP PIC ZZZZ9.
  2920 01  WS-UNDECIDED-COUNT-DISP PIC ZZZZ9.
  2930 01  WS-AVERAGE-DISP        PIC ZZ9.99.
  2940 01  WS-MARK-DISP           PIC ZZ9.
  2950 01  WS-MARK-DISP2          PIC ZZ9.
  2960 01  WS-TERMS-DISP          PIC Z9.
  2970 01  WS-TERMS-DISP2         PIC Z9.
  2980 01  WS-TERMS-DISP3         PIC Z9.
  2990*
  3000 PROCEDURE DIVISION.
  3010*
  3020*-----------------------------------------------------------*
  3030* 000-MAIN-PROCEDURE                                        *
  3040*-----------------------------------------------------------*
  3050 000-MAIN-PROCEDURE.
  3060     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  3070     ACCEPT WS-RUN-START-TIME FROM TIME.
  3080     MOVE WS-RUN-START-DATE TO WS-RUN-DATE.
  3090     PERFORM 030-LOAD-TERM-CALENDAR.
  3100     PERFORM 035-LOAD-CLASS-REF.
  3110     PERFORM 040-ACCEPT-REQUEST.
  3120     PERFORM 060-CHECK-RUN-SEQUENCE.
  3130     PERFORM 050-INITIALIZE.
  3140     PERFORM 200-DECIDE-STUDENT UNTIL END-OF-FILE = 'YES'.
  3150     PERFORM 300-PRINT-REPORT.
  3160     IF WS-LIST-ONLY = 'N'
  3170         PERFORM 350-WRITE-AUDIT-TRAILER
  3180     END-IF.
  3190     PERFORM 900-TERMINATE.
  3200     STOP RUN.
  3210*
  3220*-----------------------------------------------------------*
  3230* 030-LOAD-TERM-CALENDAR                                     *
  3240*                                                            *
  3250* A MISSING TERMCAL IS A REAL ERROR - WITHOUT THE CALENDAR  *
  3260* THE TERMS OF THE YEAR CANNOT BE FOUND OR ORDERED.          *
  3270*-----------------------------------------------------------*
  3280 030-LOAD-TERM-CALENDAR.
  3290     OPEN INPUT TERM-CAL-FILE.
  3300     IF WS-TERMCAL-FS NOT = '00'
  3310         DISPLAY 'UNABLE TO OPEN TERMCAL - FILE STATUS '
  3320             WS-TERMCAL-FS
  3330         PERFORM 950-ABEND-RUN
  3340     END-IF.
  3350     PERFORM 032-LOAD-ONE-TERM UNTIL END-OF-FILE = 'YES'.
  3360     CLOSE TERM-CAL-FILE.
  3370     MOVE 'NO' TO END-OF-FILE.
  3380*
  3390*-----------------------------------------------------------*
  3400* 032-LOAD-ONE-TERM                                          *
  3410*-----------------------------------------------------------*
  3420 032-LOAD-ONE-TERM.
  3430     READ TERM-CAL-FILE
  3440         AT END
  3450             MOVE 'YES' TO END-OF-FILE
  3460     END-READ.
  3470     IF END-OF-FILE NOT = 'YES'
  3480         AND WS-TERMCAL-FS NOT = '00'
  3490         DISPLAY 'ERROR READING TERMCAL - FILE STATUS '
  3500             WS-TERMCAL-FS
  3510         PERFORM 950-ABEND-RUN
  3520     END-IF.
  3530     IF END-OF-FILE NOT = 'YES'
  3540         IF TCAL-SEQ IS NOT NUMERIC
  3550             DISPLAY 'TERMCAL SEQUENCE NOT NUMERIC - '
  3560                 'ENTRY SKIPPED: ' TCAL-CODE
  3570         ELSE
  3580             IF WS-TERMCAL-COUNT < 50
  3590                 ADD 1 TO WS-TERMCAL-COUNT
  3600                 SET CAL-IDX TO WS-TERMCAL-COUNT
  3610                 MOVE TCAL-CODE TO CAL-TERM-CODE (CAL-IDX)
  3620                 MOVE TCAL-SEQ  TO CAL-TERM-SEQ (CAL-IDX)
  3630             ELSE
  3640                 DISPLAY 'WARNING - TERM CALENDAR TABLE '
  3650                     'FULL, TERMCAL ENTRY SKIPPED: '
  3660                     TCAL-CODE
  3670             END-IF
  3680         END-IF
  3690     END-IF.
  3700*
  3710*-----------------------------------------------------------*
  3720* 035-LOAD-CLASS-REF                                         *
  3730*                                                            *
  3740* A MISSING CLASSREF IS A REAL ERROR - IT CARRIES THE NEXT  *
  3750* CLASS EVERY PROMOTION IS DRAWN FROM.                      *
  3760*-----------------------------------------------------------*
  3770 035-LOAD-CLASS-REF.
  3780     OPEN INPUT CLASS-REF-FILE.
  3790     IF WS-CLASSREF-FS NOT = '00'
  3800         DISPLAY 'UNABLE TO OPEN CLASSREF - FILE STATUS '
  3810             WS-CLASSREF-FS
  3820         PERFORM 950-ABEND-RUN
  3830     END-IF.
  3840     PERFORM 037-LOAD-ONE-CLASS UNTIL END-OF-FILE = 'YES'.
  3850     CLOSE CLASS-REF-FILE.
  3860     MOVE 'NO' TO END-OF-FILE.
  3870*
  3880*-----------------------------------------------------------*
  3890* 037-LOAD-ONE-CLASS                                         *
  3900*-----------------------------------------------------------*
  3910 037-LOAD-ONE-CLASS.
  3920     READ CLASS-REF-FILE
  3930         AT END
  3940             MOVE 'YES' TO END-OF-FILE
  3950     END-READ.
  3960     IF END-OF-FILE NOT = 'YES'
  3970         AND WS-CLASSREF-FS NOT = '00'
  3980         DISPLAY 'ERROR READING CLASSREF - FILE STATUS '
  3990             WS-CLASSREF-FS
  4000         PERFORM 950-ABEND-RUN
  4010     END-IF.
  4020     IF END-OF-FILE NOT = 'YES'
  4030         IF WS-CLASSREF-COUNT < 20
  4040             ADD 1 TO WS-CLASSREF-COUNT
  4050             SET CRF-IDX TO WS-CLASSREF-COUNT
  4060             MOVE CREF-CODE TO REF-CLASS-CODE (CRF-IDX)
  4070             MOVE CREF-NAME TO REF-CLASS-NAME (CRF-IDX)
  4080             MOVE CREF-NEXT-CLASS TO REF-NEXT-CLASS (CRF-IDX)
  4090         ELSE
  4100             DISPLAY 'WARNING - CLASS REF TABLE FULL, '
  4110                 'CLASSREF ENTRY SKIPPED: ' CREF-CODE
  4120         END-IF
  4130     END-IF.
  4140*
  4150*-----------------------------------------------------------*
  4160* 040-ACCEPT-REQUEST                                         *
  4170*                                                            *
  4180* THE CLOSING YEAR, THE PASS RULES AND THE MODE. THE LAST   *
  4190* TERM MAY NOT COME BEFORE THE FIRST ON THE CALENDAR.       *
  4200*-----------------------------------------------------------*
  4210 040-ACCEPT-REQUEST.
  4220     DISPLAY 'FIRST TERM OF THE CLOSING YEAR (E.G. 2026T1): '.
  4230     ACCEPT WS-FIRST-TERM.
  4240     MOVE WS-FIRST-TERM TO WS-CHECK-TERM.
  4250     PERFORM 045-VALIDATE-TERM.
  4260     MOVE WS-CHECK-SEQ TO WS-FIRST-SEQ.
  4270     DISPLAY 'LAST TERM OF THE CLOSING YEAR (E.G. 2026T3): '.
  4280     ACCEPT WS-LAST-TERM.
  4290     MOVE WS-LAST-TERM TO WS-CHECK-TERM.
  4300     PERFORM 045-VALIDATE-TERM.
  4310     MOVE WS-CHECK-SEQ TO WS-LAST-SEQ.
  4320     MOVE WS-LAST-TERM TO WS-RD-TERM.
  4330     IF WS-LAST-SEQ < WS-FIRST-SEQ
  4340         DISPLAY 'LAST TERM ' WS-LAST-TERM
  4350             ' COMES BEFORE FIRST TERM ' WS-FIRST-TERM
  4360             ' ON THE CALENDAR'
  4370         PERFORM 950-ABEND-RUN
  4380     END-IF.
  4390     DISPLAY 'YEAR AVERAGE PASS MARK (BLANK FOR 60): '.
  4400     ACCEPT WS-THRESHOLD-IN.
  4410     IF WS-THRESHOLD-IN NOT = SPACES
  4420         PERFORM 048-EDIT-THRESHOLD
  4430         MOVE WS-THRESHOLD-JUST TO WS-PASS-MARK
  4440     END-IF.
  4450     DISPLAY 'MOST FAILED TERMS ALLOWED (BLANK FOR 1): '.
  4460     ACCEPT WS-THRESHOLD-IN.
  4470     IF WS-THRESHOLD-IN NOT = SPACES
  4480         PERFORM 048-EDIT-THRESHOLD
  4490         MOVE WS-THRESHOLD-JUST TO WS-MAX-FAILED
  4500     END-IF.
  4510     DISPLAY 'LIST ONLY - NO CHANGES WRITTEN (Y/N, BLANK FOR '
  4520         'Y)? '.
  4530     ACCEPT WS-LIST-ONLY.
  4540     IF WS-LIST-ONLY NOT = 'N'
  4550         MOVE 'Y' TO WS-LIST-ONLY
  4560     END-IF.
  4570     IF WS-LIST-ONLY = 'N'
  4580         MOVE 'U' TO WS-RD-MODE
  4590     ELSE
  4600         MOVE 'L' TO WS-RD-MODE
  4610     END-IF.
  4620     DISPLAY 'OVERRIDE RUN-SEQUENCE CHECK (Y/N)? '.
  4630     ACCEPT WS-SEQ-OVERRIDE.
  4640     IF WS-SEQ-OVERRIDE NOT = 'Y'
  4650         MOVE 'N' TO WS-SEQ-OVERRIDE
  4660     END-IF.
  4670     PERFORM 046-BUILD-YEAR-TERMS.
  4680*
  4690*-----------------------------------------------------------*
  4700* 045-VALIDATE-TERM                                          *
  4710*                                                            *
  4720* PROVES THE TERM IN WS-CHECK-TERM IS ON THE CALENDAR AND   *
  4730* RETURNS ITS SEQUENCE IN WS-CHECK-SEQ.                     *
  4740*-----------------------------------------------------------*
  4750 045-VALIDATE-TERM.
  4760     IF WS-CHECK-TERM = SPACES
  4770         DISPLAY 'TERM ID IS REQUIRED'
  4780         PERFORM 950-ABEND-RUN
  4790     END-IF.
  4800     MOVE 'NO' TO WS-TERM-ON-CAL.
  4810     SET CAL-IDX TO 1.
  4820     IF WS-TERMCAL-COUNT > 0
  4830         SEARCH TERM-CAL-ENTRY
  4840             AT END
  4850                 CONTINUE
  4860             WHEN CAL-TERM-CODE (CAL-IDX) = WS-CHECK-TERM
  4870                 MOVE 'YES' TO WS-TERM-ON-CAL
  4880                 MOVE CAL-TERM-SEQ (CAL-IDX) TO WS-CHECK-SEQ
  4890         END-SEARCH
  4900     END-IF.
  4910     IF WS-TERM-ON-CAL = 'NO'
  4920         DISPLAY 'TERM ' WS-CHECK-TERM
  4930             ' IS NOT ON THE TERMCAL CALENDAR'
  4940         PERFORM 950-ABEND-RUN
  4950     END-IF.
  4960*
  4970*-----------------------------------------------------------*
  4980* 046-BUILD-YEAR-TERMS                                       *
  4990*                                                            *
  5000* COPIES EVERY CALENDAR TERM BETWEEN THE FIRST AND LAST     *
  5010* TERM'S SEQUENCE TO THE YEAR TABLE AND SORTS IT INTO       *
  5020* CALENDAR ORDER. ONCE ALL 20 SLOTS ARE TAKEN A FURTHER     *
  5030* TERM IS LEFT OUT - WARNED ONCE.                           *
  5040*-----------------------------------------------------------*
  5050 046-BUILD-YEAR-TERMS.
  5060     PERFORM 047-ADD-ONE-YEAR-TERM
  5070         VARYING WS-CAL-SUB FROM 1 BY 1
  5080         UNTIL WS-CAL-SUB > WS-TERMCAL-COUNT.
  5090     PERFORM 044-SORT-ONE-SLOT
  5100         VARYING WS-SORT-I FROM 1 BY 1
  5110         UNTIL WS-SORT-I > WS-YEAR-TERM-COUNT.
  5120*
  5130*-----------------------------------------------------------*
  5140* 047-ADD-ONE-YEAR-TERM                                      *
  5150*-----------------------------------------------------------*
  5160 047-ADD-ONE-YEAR-TERM.
  5170     IF CAL-TERM-SEQ (WS-CAL-SUB) NOT < WS-FIRST-SEQ
  5180         AND CAL-TERM-SEQ (WS-CAL-SUB) NOT > WS-LAST-SEQ
  5190         IF WS-YEAR-TERM-COUNT < 20
  5200             ADD 1 TO WS-YEAR-TERM-COUNT
  5210             MOVE CAL-TERM-CODE (WS-CAL-SUB)
  5220                 TO YT-TERM-CODE (WS-YEAR-TERM-COUNT)
  5230             MOVE CAL-TERM-SEQ (WS-CAL-SUB)
  5240                 TO YT-TERM-SEQ (WS-YEAR-TERM-COUNT)
  5250         ELSE
  5260             IF WS-YEAR-CAP-WARNED = 'NO'
  5270                 DISPLAY 'WARNING - YEAR TERM TABLE FULL, '
  5280                     'LATER TERMS LEFT OUT OF THE YEAR'
  5290                 MOVE 'YES' TO WS-YEAR-CAP-WARNED
  5300             END-IF
  5310         END-IF
  5320     END-IF.
  5330*
  5340*-----------------------------------------------------------*
  5350* 044-SORT-ONE-SLOT                                          *
  5360*                                                            *
  5370* SELECTION SORT OUTER STEP - PULLS THE LOWEST REMAINING    *
  5380* CALENDAR SEQUENCE INTO SLOT WS-SORT-I.                    *
  5390*-----------------------------------------------------------*
  5400 044-SORT-ONE-SLOT.
  5410     COMPUTE WS-SORT-START = WS-SORT-I + 1.
  5420     PERFORM 043-COMPARE-AND-SWAP
  5430         VARYING WS-SORT-J FROM WS-SORT-START BY 1
  5440         UNTIL WS-SORT-J > WS-YEAR-TERM-COUNT.
  5450*
  5460*-----------------------------------------------------------*
  5470* 043-COMPARE-AND-SWAP                                       *
  5480*-----------------------------------------------------------*
  5490 043-COMPARE-AND-SWAP.
  5500     IF YT-TERM-SEQ (WS-SORT-J) < YT-TERM-SEQ (WS-SORT-I)
  5510         MOVE YEAR-TERM-ENTRY (WS-SORT-I) TO WS-SWAP-ENTRY
  5520         MOVE YEAR-TERM-ENTRY (WS-SORT-J)
  5530             TO YEAR-TERM-ENTRY (WS-SORT-I)
  5540         MOVE WS-SWAP-ENTRY TO YEAR-TERM-ENTRY (WS-SORT-J)
  5550     END-IF.
  5560*
  5570*-----------------------------------------------------------*
  5580* 048-EDIT-THRESHOLD                                         *
  5590*                                                            *
  5600* A NATURAL ONE- OR TWO-DIGIT REPLY ('1', '65') LEAVES      *
  5610* TRAILING SPACES IN THE FIELD, SO IT IS RIGHT-JUSTIFIED    *
  5620* AND ZERO-FILLED BEFORE THE NUMERIC TEST.                  *
  5630*-----------------------------------------------------------*
  5640 048-EDIT-THRESHOLD.
  5650     MOVE WS-THRESHOLD-IN TO WS-THRESHOLD-JUST.
  5660     INSPECT WS-THRESHOLD-JUST
  5670         REPLACING LEADING SPACE BY ZERO.
  5680     IF WS-THRESHOLD-JUST IS NOT NUMERIC
  5690         DISPLAY 'PASS RULE MUST BE NUMERIC - GOT '
  5700             WS-THRESHOLD-IN
  5710         PERFORM 950-ABEND-RUN
  5720     END-IF.
  5730*
  5740*-----------------------------------------------------------*
  5750* 050-INITIALIZE                                             *
  5760*                                                            *
  5770* A LIST-ONLY RUN OPENS THE ROSTER FOR INPUT AND TOUCHES NO *
  5780* OTHER FILE BUT THE REPORT. AN UPDATE RUN OPENS THE ROSTER *
  5790* I-O AND APPENDS TO STUAUDIT AND ALUMNI. A MISSING ROSTER  *
  5800* OR TERMHIST IS A REAL ERROR - THERE IS NOTHING TO JUDGE.  *
  5810*-----------------------------------------------------------*
  5820 050-INITIALIZE.
  5830     IF WS-LIST-ONLY = 'N'
  5840         OPEN I-O STUDENT-FILE
  5850     ELSE
  5860         OPEN INPUT STUDENT-FILE
  5870     END-IF.
  5880     IF WS-STUDENT-FS NOT = '00'
  5890         DISPLAY 'UNABLE TO OPEN STUDENTS.DAT - FILE STATUS '
  5900             WS-STUDENT-FS
  5910         PERFORM 950-ABEND-RUN
  5920     END-IF.
  5930     OPEN INPUT HISTORY-FILE.
  5940     IF WS-HISTORY-FS NOT = '00'
  5950         DISPLAY 'UNABLE TO OPEN TERMHIST - FILE STATUS '
  5960             WS-HISTORY-FS
  5970         PERFORM 950-ABEND-RUN
  5980     END-IF.
  5990     OPEN OUTPUT PROMO-REPORT.
  6000     IF WS-REPORT-FS NOT = '00'
  6010         DISPLAY 'UNABLE TO OPEN PROMORPT - FILE STATUS '
  6020             WS-REPORT-FS
  6030         PERFORM 950-ABEND-RUN
  6040     END-IF.
  6050     IF WS-LIST-ONLY = 'N'
  6060         PERFORM 055-OPEN-UPDATE-FILES
  6070     END-IF.
  6080     PERFORM 110-READ-STUDENT-RECORD.
  6090*
  6100*-----------------------------------------------------------*
  6110* 055-OPEN-UPDATE-FILES                                      *
  6120*-----------------------------------------------------------*
  6130 055-OPEN-UPDATE-FILES.
  6140     OPEN EXTEND AUDIT-FILE.
  6150     IF WS-AUDIT-FS NOT = '00'
  6160         AND WS-AUDIT-FS NOT = '05'
  6170         DISPLAY 'UNABLE TO OPEN STUAUDIT - FILE STATUS '
  6180             WS-AUDIT-FS
  6190         PERFORM 950-ABEND-RUN
  6200     END-IF.
  6210     OPEN EXTEND ALUMNI-FILE.
  6220     IF WS-ALUMNI-FS NOT = '00'
  6230         AND WS-ALUMNI-FS NOT = '05'
  6240         DISPLAY 'UNABLE TO OPEN ALUMNI - FILE STATUS '
  6250             WS-ALUMNI-FS
  6260         PERFORM 950-ABEND-RUN
  6270     END-IF.
  6280*
  6290*-----------------------------------------------------------*
  6300* 060-CHECK-RUN-SEQUENCE                                     *
  6310*                                                            *
  6320* SCANS RUNLOG ONCE FOR BOTH CHECKS. RUNLOG IS SELECT       *
  6330* OPTIONAL, SO A MISSING FILE OPENS WITH STATUS 05 AND THE  *
  6340* SCAN ENDS AT ONCE - NO TERM SHOWS AS CLOSED. AN UPDATE    *
  6350* RUN THAT ABENDED PART WAY LEAVES NO CLEAN ROW, SO IT DOES *
  6360* NOT BLOCK A RERUN - BUT THE ROSTER MUST FIRST BE RELOADED *
  6370* FROM ITS MSTUNLD BACKUP, OR THE STUDENTS ALREADY ROLLED   *
  6380* OVER WOULD BE ROLLED OVER AGAIN.                          *
  6390*-----------------------------------------------------------*
  6400 060-CHECK-RUN-SEQUENCE.
  6410     MOVE 'NO' TO WS-RUNLOG-EOF.
  6420     OPEN INPUT RUN-LOG-FILE.
  6430     IF WS-RUNLOG-FS NOT = '00'
  6440         AND WS-RUNLOG-FS NOT = '05'
  6450         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  6460             WS-RUNLOG-FS
  6470         PERFORM 950-ABEND-RUN
  6480     END-IF.
  6490     PERFORM 065-SCAN-ONE-LOG-ROW
  6500         UNTIL WS-RUNLOG-EOF = 'YES'.
  6510     CLOSE RUN-LOG-FILE.
  6520     IF WS-LIST-ONLY = 'N'
  6530         AND WS-ROLLOVER-DONE = 'YES'
  6540         DISPLAY 'RUNLOG SHOWS A CLEAN STUPROMO UPDATE RUN FOR '
  6550             'THE YEAR ENDING ' WS-LAST-TERM
  6560         DISPLAY 'THE ROSTER HAS ALREADY BEEN ROLLED OVER.'
  6570         PERFORM 950-ABEND-RUN
  6580     END-IF.
  6590     IF WS-SEQ-OVERRIDE = 'N'
  6600         PERFORM 068-CHECK-ONE-YEAR-TERM
  6610             VARYING WS-YEAR-SUB FROM 1 BY 1
  6620             UNTIL WS-YEAR-SUB > WS-YEAR-TERM-COUNT
  6630         IF WS-TERMSNAP-OK = 'NO'
  6640             DISPLAY 'CLOSE THE TERMS FIRST OR RERUN WITH THE '
  6650                 'SEQUENCE OVERRIDE.'
  6660             PERFORM 950-ABEND-RUN
  6670         END-IF
  6680     END-IF.
  6690*
  6700*-----------------------------------------------------------*
  6710* 065-SCAN-ONE-LOG-ROW                                       *
  6720*                                                            *
  6730* REMEMBERS THE RETURN CODE OF EVERY TERMSNAP ROW FOR A     *
  6740* TERM OF THE YEAR - THE LAST ONE REMEMBERED IS THE LATEST  *
  6750* CLOSE ATTEMPT - AND NOTES ANY CLEAN STUPROMO UPDATE RUN   *
  6760* FOR THE SAME LAST TERM.                                   *
  6770*-----------------------------------------------------------*
  6780 065-SCAN-ONE-LOG-ROW.
  6790     READ RUN-LOG-FILE
  6800         AT END
  6810             MOVE 'YES' TO WS-RUNLOG-EOF
  6820     END-READ.
  6830     IF WS-RUNLOG-EOF NOT = 'YES'
  6840         IF WS-RUNLOG-FS NOT = '00'
  6850             DISPLAY 'ERROR READING RUNLOG - FILE STATUS '
  6860                 WS-RUNLOG-FS
  6870             CLOSE RUN-LOG-FILE
  6880             PERFORM 950-ABEND-RUN
  6890         END-IF
  6900         IF RL-PROGRAM-NAME = 'TERMSNAP'
  6910             AND RL-RUN-DETAIL (1 : 6) NOT = SPACES
  6920             PERFORM 067-NOTE-SNAP-ROW
  6930         END-IF
  6940         IF RL-PROGRAM-NAME = 'STUPROMO'
  6950             AND RL-RUN-DETAIL (1 : 6) = WS-LAST-TERM
  6960             AND RL-RUN-DETAIL (8 : 1) = 'U'
  6970             AND RL-RETURN-CODE = ZERO
  6980             MOVE 'YES' TO WS-ROLLOVER-DONE
  6990         END-IF
  7000     END-IF.
  7010*
  7020*-----------------------------------------------------------*
  7030* 067-NOTE-SNAP-ROW                                          *
  7040*-----------------------------------------------------------*
  7050 067-NOTE-SNAP-ROW.
  7060     SET YT-IDX TO 1.
  7070     IF WS-YEAR-TERM-COUNT > 0
  7080         SEARCH YEAR-TERM-ENTRY
  7090             AT END
  7100                 CONTINUE
  7110             WHEN YT-TERM-CODE (YT-IDX) = RL-RUN-DETAIL (1 : 6)
  7120                 MOVE RL-RETURN-CODE TO YT-SNAP-RC (YT-IDX)
  7130         END-SEARCH
  7140     END-IF.
  7150*
  7160*-----------------------------------------------------------*
  7170* 068-CHECK-ONE-YEAR-TERM                                    *
  7180*-----------------------------------------------------------*
  7190 068-CHECK-ONE-YEAR-TERM.
  7200     IF YT-SNAP-RC (WS-YEAR-SUB) NOT = '00'
  7210         DISPLAY 'RUNLOG SHOWS NO CLEAN TERMSNAP RUN FOR '
  7220             'TERM ' YT-TERM-CODE (WS-YEAR-SUB)
  7230         MOVE 'NO' TO WS-TERMSNAP-OK
  7240     END-IF.
  7250*
  7260*-----------------------------------------------------------*
  7270* 075-FIND-CLASS-ON-REF                                      *
  7280*                                                            *
  7290* SETS WS-CLASS-ON-REF FOR THE CODE IN WS-CHECK-CLASS AND    *
  7300* RETURNS ITS NEXT CLASS IN WS-REF-NEXT-CLASS.               *
  7310*-----------------------------------------------------------*
  7320 075-FIND-CLASS-ON-REF.
  7330     MOVE 'NO' TO WS-CLASS-ON-REF.
  7340     MOVE SPACES TO WS-REF-NEXT-CLASS.
  7350     SET CRF-IDX TO 1.
  7360     IF WS-CLASSREF-COUNT > 0
  7370         SEARCH CLASS-REF-ENTRY
  7380             AT END
  7390                 CONTINUE
  7400             WHEN REF-CLASS-CODE (CRF-IDX) = WS-CHECK-CLASS
  7410                 MOVE 'YES' TO WS-CLASS-ON-REF
  7420                 MOVE REF-NEXT-CLASS (CRF-IDX)
  7430                     TO WS-REF-NEXT-CLASS
  7440         END-SEARCH
  7450     END-IF.
  7460*
  7470*-----------------------------------------------------------*
  7480* 110-READ-STUDENT-RECORD                                   *
  7490*-----------------------------------------------------------*
  7500 110-READ-STUDENT-RECORD.
  7510     READ STUDENT-FILE NEXT RECORD
  7520         AT END
  7530             MOVE 'YES' TO END-OF-FILE
  7540     END-READ.
  7550     IF END-OF-FILE NOT = 'YES'
  7560         AND WS-STUDENT-FS NOT = '00'
  7570         DISPLAY 'ERROR READING STUDENTS.DAT - FILE STATUS '
  7580             WS-STUDENT-FS
  7590         PERFORM 950-ABEND-RUN
  7600     END-IF.
  7610*
  7620*-----------------------------------------------------------*
  7630* 160-BUILD-ROW-IMAGE                                        *
  7640*                                                            *
  7650* FORMATS THE ROSTER ROW CURRENTLY IN STUDENT-FILE-RECORD   *
  7660* AS THE NAME, CLASS CODE AND SIX CODE:SCORE PAIRS FOR THE  *
  7670* AUDIT LINE.                                               *
  7680*-----------------------------------------------------------*
  7690 160-BUILD-ROW-IMAGE.
  7700     MOVE STUDENT-NAME TO WS-IMG-NAME.
  7710     MOVE STUDENT-CLASS-CODE TO WS-IMG-CLASS.
  7720     PERFORM 165-MOVE-IMAGE-SLOT
  7730         VARYING WS-SUB-IDX FROM 1 BY 1
  7740         UNTIL WS-SUB-IDX > 6.
  7750*
  7760*-----------------------------------------------------------*
  7770* 165-MOVE-IMAGE-SLOT                                        *
  7780*-----------------------------------------------------------*
  7790 165-MOVE-IMAGE-SLOT.
  7800     MOVE STUDENT-SUBJ-CODE (WS-SUB-IDX)
  7810         TO WS-IMG-CODE (WS-SUB-IDX).
  7820     MOVE STUDENT-SUBJ-SCORE (WS-SUB-IDX)
  7830         TO WS-IMG-SCORE (WS-SUB-IDX).
  7840*
  7850*-----------------------------------------------------------*
  7860* 200-DECIDE-STUDENT                                         *
  7870*                                                            *
  7880* GATHERS THE STUDENT'S YEAR, APPLIES THE PASS RULES, LISTS *
  7890* THE OUTCOME AND - ON AN UPDATE RUN - CARRIES IT OUT ON    *
  7900* THE ROSTER. THE ID IS HELD ASIDE BECAUSE A GRADUATE'S     *
  7910* ROW IS GONE BY THE TIME THE AUDIT LINE IS WRITTEN.        *
  7920*-----------------------------------------------------------*
  7930 200-DECIDE-STUDENT.
  7940     ADD 1 TO WS-READ-COUNT.
  7950     MOVE STUDENT-ID TO WS-CUR-STUDENT-ID.
  7960     MOVE STUDENT-CLASS-CODE TO WS-FROM-CLASS.
  7970     MOVE SPACES TO WS-TO-CLASS.
  7980     MOVE SPACES TO WS-UNDECIDED-REASON.
  7990     PERFORM 210-GATHER-YEAR-RESULTS.
  8000     PERFORM 220-APPLY-PASS-RULES.
  8010     PERFORM 250-RECORD-OUTCOME.
  8020     IF WS-LIST-ONLY = 'N'
  8030         PERFORM 230-UPDATE-ROSTER
  8040     END-IF.
  8050     PERFORM 110-READ-STUDENT-RECORD.
  8060*
  8070*-----------------------------------------------------------*
  8080* 210-GATHER-YEAR-RESULTS                                    *
  8090*                                                            *
  8100* READS THE STUDENT'S TERMHIST ROW FOR EACH TERM OF THE     *
  8110* YEAR, IN CALENDAR ORDER. THE YEAR AVERAGE IS THE MEAN OF  *
  8120* THE TERM AVERAGES FOUND - A TERM WITH NO ROW (JOINED LATE *
  8130* OR NOT ON THE ROSTER WHEN THE TERM CLOSED) IS LEFT OUT    *
  8140* RATHER THAN COUNTED AS ZERO.                              *
  8150*-----------------------------------------------------------*
  8160 210-GATHER-YEAR-RESULTS.
  8170     MOVE ZERO TO WS-TERMS-FOUND.
  8180     MOVE ZERO TO WS-TERMS-FAILED.
  8190     MOVE ZERO TO WS-YEAR-TOTAL.
  8200     MOVE ZERO TO WS-YEAR-AVERAGE.
  8210     PERFORM 215-READ-ONE-TERM
  8220         VARYING WS-YEAR-SUB FROM 1 BY 1
  8230         UNTIL WS-YEAR-SUB > WS-YEAR-TERM-COUNT.
  8240     IF WS-TERMS-FOUND > 0
  8250         COMPUTE WS-YEAR-AVERAGE ROUNDED =
  8260             WS-YEAR-TOTAL / WS-TERMS-FOUND
  8270     END-IF.
  8280*
  8290*-----------------------------------------------------------*
  8300* 215-READ-ONE-TERM                                          *
  8310*                                                            *
  8320* FILE STATUS 23 MEANS THE STUDENT HAS NO ROW FOR THE TERM. *
  8330* A TERM AVERAGING BELOW THE PASS MARK IS A FAILED TERM.    *
  8340*-----------------------------------------------------------*
  8350 215-READ-ONE-TERM.
  8360     MOVE STUDENT-ID TO TH-STUDENT-ID.
  8370     MOVE YT-TERM-CODE (WS-YEAR-SUB) TO TH-TERM.
  8380     READ HISTORY-FILE.
  8390     EVALUATE WS-HISTORY-FS
  8400         WHEN '00'
  8410             ADD 1 TO WS-TERMS-FOUND
  8420             ADD TH-AVERAGE TO WS-YEAR-TOTAL
  8430             IF TH-AVERAGE < WS-PASS-MARK
  8440                 ADD 1 TO WS-TERMS-FAILED
  8450             END-IF
  8460         WHEN '23'
  8470             CONTINUE
  8480         WHEN OTHER
  8490             DISPLAY 'UNABLE TO READ TERMHIST - FILE STATUS '
  8500                 WS-HISTORY-FS
  8510             PERFORM 950-ABEND-RUN
  8520     END-EVALUATE.
  8530*
  8540*-----------------------------------------------------------*
  8550* 220-APPLY-PASS-RULES                                       *
  8560*                                                            *
  8570* A STUDENT WITH NO RESULTS FOR THE YEAR, OR IN A CLASS     *
  8580* CLASSREF DOES NOT KNOW, IS NOT DECIDED. ONE WHO FAILS THE *
  8590* RULES IS RETAINED IN THE SAME CLASS. ONE WHO PASSES       *
  8600* GRADUATES FROM A LEAVING CLASS (NEXT CLASS ***) OR MOVES  *
  8610* TO THE NEXT CLASS - UNLESS NO NEXT CLASS IS SET, OR IT IS *
  8620* NOT ITSELF ON CLASSREF, WHEN THE OFFICE MUST DECIDE.      *
  8630*-----------------------------------------------------------*
  8640 220-APPLY-PASS-RULES.
  8650     MOVE WS-FROM-CLASS TO WS-CHECK-CLASS.
  8660     PERFORM 075-FIND-CLASS-ON-REF.
  8670     MOVE WS-REF-NEXT-CLASS TO WS-NEXT-CLASS.
  8680     EVALUATE TRUE
  8690         WHEN WS-TERMS-FOUND = 0
  8700             MOVE 'N' TO WS-OUTCOME
  8710             MOVE 'NO TERMHIST RESULTS FOR THE YEAR'
  8720                 TO WS-UNDECIDED-REASON
  8730         WHEN WS-CLASS-ON-REF = 'NO'
  8740             MOVE 'N' TO WS-OUTCOME
  8750             MOVE 'CLASS NOT ON CLASSREF'
  8760                 TO WS-UNDECIDED-REASON
  8770         WHEN WS-YEAR-AVERAGE < WS-PASS-MARK
  8780             OR WS-TERMS-FAILED > WS-MAX-FAILED
  8790             MOVE 'R' TO WS-OUTCOME
  8800             MOVE WS-FROM-CLASS TO WS-TO-CLASS
  8810         WHEN WS-NEXT-CLASS = '***'
  8820             MOVE 'G' TO WS-OUTCOME
  8830             MOVE WS-NEXT-CLASS TO WS-TO-CLASS
  8840         WHEN WS-NEXT-CLASS = SPACES
  8850             MOVE 'N' TO WS-OUTCOME
  8860             MOVE 'NO NEXT CLASS SET ON CLASSREF'
  8870                 TO WS-UNDECIDED-REASON
  8880         WHEN OTHER
  8890             PERFORM 225-CHECK-NEXT-CLASS
  8900     END-EVALUATE.
  8910*
  8920*-----------------------------------------------------------*
  8930* 225-CHECK-NEXT-CLASS                                       *
  8940*-----------------------------------------------------------*
  8950 225-CHECK-NEXT-CLASS.
  8960     MOVE WS-NEXT-CLASS TO WS-CHECK-CLASS.
  8970     PERFORM 075-FIND-CLASS-ON-REF.
  8980     IF WS-CLASS-ON-REF = 'NO'
  8990         MOVE 'N' TO WS-OUTCOME
  9000         MOVE 'NEXT CLASS NOT ON CLASSREF'
  9010             TO WS-UNDECIDED-REASON
  9020     ELSE
  9030         MOVE 'P' TO WS-OUTCOME
  9040         MOVE WS-NEXT-CLASS TO WS-TO-CLASS
  9050     END-IF.
  9060*
  9070*-----------------------------------------------------------*
  9080* 230-UPDATE-ROSTER                                          *
  9090*                                                            *
  9100* PROMOTED AND RETAINED STUDENTS ARE ROLLED INTO THE NEW    *
  9110* YEAR ON THEIR ROSTER ROW; A GRADUATE LEAVES THE ROSTER;   *
  9120* AN UNDECIDED STUDENT'S ROW IS LEFT EXACTLY AS IT WAS.     *
  9130*-----------------------------------------------------------*
  9140 230-UPDATE-ROSTER.
  9150     EVALUATE WS-OUTCOME
  9160         WHEN 'P'
  9170             PERFORM 232-ROLL-STUDENT-ROW
  9180         WHEN 'R'
  9190             PERFORM 232-ROLL-STUDENT-ROW
  9200         WHEN 'G'
  9210             PERFORM 236-GRADUATE-STUDENT
  9220         WHEN OTHER
  9230             PERFORM 265-LOG-UNDECIDED
  9240     END-EVALUATE.
  9250*
  9260*-----------------------------------------------------------*
  9270* 232-ROLL-STUDENT-ROW                                       *
  9280*                                                            *
  9290* SETS THE NEW YEAR'S CLASS (UNCHANGED FOR A RETAINED       *
  9300* STUDENT) AND CLEARS EVERY SCORE. THE SUBJECT CODES STAY - *
  9310* THE OFFICE CHANGES A STUDENT'S SUBJECTS THROUGH STUMAINT. *
  9320*-----------------------------------------------------------*
  9330 232-ROLL-STUDENT-ROW.
  9340     PERFORM 160-BUILD-ROW-IMAGE.
  9350     MOVE WS-ROW-IMAGE TO WS-BEFORE-IMAGE.
  9360     MOVE WS-TO-CLASS TO STUDENT-CLASS-CODE.
  9370     PERFORM 234-CLEAR-ONE-SCORE
  9380         VARYING WS-SUB-IDX FROM 1 BY 1
  9390         UNTIL WS-SUB-IDX > 6.
  9400     REWRITE STUDENT-FILE-RECORD.
  9410     IF WS-STUDENT-FS NOT = '00'
  9420         DISPLAY 'UNABLE TO REWRITE STUDENTS.DAT - FILE STATUS '
  9430             WS-STUDENT-FS
  9440         PERFORM 950-ABEND-RUN
  9450     END-IF.
  9460     PERFORM 160-BUILD-ROW-IMAGE.
  9470     MOVE WS-ROW-IMAGE TO WS-AFTER-IMAGE.
  9480     PERFORM 260-LOG-CHANGE.
  9490*
  9500*-----------------------------------------------------------*
  9510* 234-CLEAR-ONE-SCORE                                        *
  9520*-----------------------------------------------------------*
  9530 234-CLEAR-ONE-SCORE.
  9540     MOVE ZERO TO STUDENT-SUBJ-SCORE (WS-SUB-IDX).
  9550*
  9560*-----------------------------------------------------------*
  9570* 236-GRADUATE-STUDENT                                       *
  9580*                                                            *
  9590* THE ALUMNI ROW IS WRITTEN BEFORE THE ROSTER ROW IS        *
  9600* DELETED, SO A GRADUATE CAN NEVER VANISH FROM BOTH.        *
  9610*-----------------------------------------------------------*
  9620 236-GRADUATE-STUDENT.
  9630     PERFORM 160-BUILD-ROW-IMAGE.
  9640     MOVE WS-ROW-IMAGE TO WS-BEFORE-IMAGE.
  9650     MOVE SPACES TO ALUMNI-RECORD.
  9660     MOVE STUDENT-ID         TO AL-STUDENT-ID.
  9670     MOVE STUDENT-NAME       TO AL-STUDENT-NAME.
  9680     MOVE STUDENT-CLASS-CODE TO AL-CLASS-CODE.
  9690     MOVE WS-LAST-TERM       TO AL-FINAL-TERM.
  9700     MOVE WS-RUN-DATE        TO AL-GRAD-DATE.
  9710     MOVE WS-YEAR-AVERAGE    TO AL-YEAR-AVERAGE.
  9720     WRITE ALUMNI-RECORD.
  9730     IF WS-ALUMNI-FS NOT = '00'
  9740         DISPLAY 'UNABLE TO WRITE ALUMNI - FILE STATUS '
  9750             WS-ALUMNI-FS
  9760         PERFORM 950-ABEND-RUN
  9770     END-IF.
  9780     DELETE STUDENT-FILE.
  9790     IF WS-STUDENT-FS NOT = '00'
  9800         DISPLAY 'UNABLE TO DELETE FROM STUDENTS.DAT - FILE '
  9810             'STATUS ' WS-STUDENT-FS
  9820         PERFORM 950-ABEND-RUN
  9830     END-IF.
  9840     MOVE '(GRADUATED)' TO WS-AFTER-IMAGE.
  9850     PERFORM 260-LOG-CHANGE.
  9860*
  9870*-----------------------------------------------------------*
  9880* 250-RECORD-OUTCOME                                         *
  9890*-----------------------------------------------------------*
  9900 250-RECORD-OUTCOME.
  9910     EVALUATE WS-OUTCOME
  9920         WHEN 'P'
  9930             ADD 1 TO WS-PROMOTED-COUNT
  9940         WHEN 'R'
  9950             ADD 1 TO WS-RETAINED-COUNT
  9960         WHEN 'G'
  9970             ADD 1 TO WS-GRADUATED-COUNT
  9980         WHEN OTHER
  9990             ADD 1 TO WS-UNDECIDED-COUNT
 10000     END-EVALUATE.
 10010     IF WS-OUTCOME-COUNT < 500
 10020         ADD 1 TO WS-OUTCOME-COUNT
 10030         MOVE WS-OUTCOME TO OC-OUTCOME (WS-OUTCOME-COUNT)
 10040         MOVE STUDENT-ID TO OC-STUDENT-ID (WS-OUTCOME-COUNT)
 10050         MOVE STUDENT-NAME TO OC-NAME (WS-OUTCOME-COUNT)
 10060         MOVE WS-FROM-CLASS
 10070             TO OC-FROM-CLASS (WS-OUTCOME-COUNT)
 10080         MOVE WS-TO-CLASS TO OC-TO-CLASS (WS-OUTCOME-COUNT)
 10090         MOVE WS-YEAR-AVERAGE
 10100             TO OC-YEAR-AVERAGE (WS-OUTCOME-COUNT)
 10110         MOVE WS-TERMS-FOUND
 10120             TO OC-TERMS-FOUND (WS-OUTCOME-COUNT)
 10130         MOVE WS-TERMS-FAILED
 10140             TO OC-TERMS-FAILED (WS-OUTCOME-COUNT)
 10150         MOVE WS-UNDECIDED-REASON
 10160             TO OC-REASON (WS-OUTCOME-COUNT)
 10170     ELSE
 10180         IF WS-OUTCOME-CAP-WARNED = 'NO'
 10190             DISPLAY 'WARNING - OUTCOME TABLE FULL, REPORT IS '
 10200                 'NOW INCOMPLETE'
 10210             MOVE 'YES' TO WS-OUTCOME-CAP-WARNED
 10220         END-IF
 10230     END-IF.
 10240*
 10250*-----------------------------------------------------------*
 10260* 260-LOG-CHANGE                                             *
 10270*                                                            *
 10280* THE ACTION ON THE AUDIT LINE IS THE OUTCOME - P, R OR G.  *
 10290*-----------------------------------------------------------*
 10300 260-LOG-CHANGE.
 10310     MOVE SPACES TO AUDIT-LINE.
 10320     STRING WS-RUN-DATE         DELIMITED BY SIZE
 10330             '  '               DELIMITED BY SIZE
 10340             WS-OUTCOME         DELIMITED BY SIZE
 10350             ' '                DELIMITED BY SIZE
 10360             WS-CUR-STUDENT-ID  DELIMITED BY SIZE
 10370             '  BEFORE: '       DELIMITED BY SIZE
 10380             WS-BEFORE-IMAGE    DELIMITED BY SIZE
 10390             '  AFTER: '        DELIMITED BY SIZE
 10400             WS-AFTER-IMAGE     DELIMITED BY SIZE
 10410         INTO AUDIT-LINE
 10420     END-STRING.
 10430     PERFORM 270-WRITE-AUDIT-LINE.
 10440*
 10450*-----------------------------------------------------------*
 10460* 265-LOG-UNDECIDED                                          *
 10470*                                                            *
 10480* AN UNDECIDED STUDENT IS NOT CHANGED, BUT THE AUDIT TRAIL  *
 10490* STILL SHOWS WHY THE ROLLOVER PASSED THEM BY.              *
 10500*-----------------------------------------------------------*
 10510 265-LOG-UNDECIDED.
 10520     MOVE SPACES TO AUDIT-LINE.
 10530     STRING WS-RUN-DATE         DELIMITED BY SIZE
 10540             '  '               DELIMITED BY SIZE
 10550             WS-OUTCOME         DELIMITED BY SIZE
 10560             ' '                DELIMITED BY SIZE
 10570             WS-CUR-STUDENT-ID  DELIMITED BY SIZE
 10580             '  NOT DECIDED - ' DELIMITED BY SIZE
 10590             WS-UNDECIDED-REASON DELIMITED BY SIZE
 10600         INTO AUDIT-LINE
 10610     END-STRING.
 10620     PERFORM 270-WRITE-AUDIT-LINE.
 10630*
 10640*-----------------------------------------------------------*
 10650* 270-WRITE-AUDIT-LINE                                       *
 10660*-----------------------------------------------------------*
 10670 270-WRITE-AUDIT-LINE.
 10680     WRITE AUDIT-LINE.
 10690     IF WS-AUDIT-FS NOT = '00'
 10700         DISPLAY 'UNABLE TO WRITE STUAUDIT - FILE STATUS '
 10710             WS-AUDIT-FS
 10720         PERFORM 950-ABEND-RUN
 10730     END-IF.
 10740*
 10750*-----------------------------------------------------------*
 10760* 300-PRINT-REPORT                                           *
 10770*                                                            *
 10780* THE HEADING SAYS WHICH YEAR, WHETHER THE ROSTER WAS       *
 10790* CHANGED AND THE PASS RULES USED, THEN ONE SECTION PER     *
 10800* OUTCOME AND THE BALANCING TRAILER.                        *
 10810*-----------------------------------------------------------*
 10820 300-PRINT-REPORT.
 10830     MOVE SPACES TO REPORT-LINE.
 10840     STRING '===== YEAR-END PROMOTION FOR TERMS '
 10850                             DELIMITED BY SIZE
 10860             WS-FIRST-TERM   DELIMITED BY SIZE
 10870             ' THRU '        DELIMITED BY SIZE
 10880             WS-LAST-TERM    DELIMITED BY SIZE
 10890             ' ====='        DELIMITED BY SIZE
 10900         INTO REPORT-LINE
 10910     END-STRING.
 10920     PERFORM 400-WRITE-REPORT-LINE.
 10930     IF WS-LIST-ONLY = 'N'
 10940         MOVE 'UPDATE RUN - ROSTER ROLLED OVER AS LISTED'
 10950             TO REPORT-LINE
 10960     ELSE
 10970         MOVE 'LIST ONLY - NOTHING WRITTEN TO THE ROSTER'
 10980             TO REPORT-LINE
 10990     END-IF.
 11000     PERFORM 400-WRITE-REPORT-LINE.
 11010     MOVE WS-PASS-MARK       TO WS-MARK-DISP.
 11020     MOVE WS-MAX-FAILED      TO WS-MARK-DISP2.
 11030     MOVE WS-YEAR-TERM-COUNT TO WS-TERMS-DISP.
 11040     MOVE SPACES TO REPORT-LINE.
 11050     STRING 'PASS RULES: YEAR AVERAGE AT LEAST '
 11060                             DELIMITED BY SIZE
 11070             WS-MARK-DISP    DELIMITED BY SIZE
 11080             ', AT MOST '    DELIMITED BY SIZE
 11090             WS-MARK-DISP2   DELIMITED BY SIZE
 11100             ' FAILED OF '   DELIMITED BY SIZE
 11110             WS-TERMS-DISP   DELIMITED BY SIZE
 11120             ' TERMS'        DELIMITED BY SIZE
 11130         INTO REPORT-LINE
 11140     END-STRING.
 11150     PERFORM 400-WRITE-REPORT-LINE.
 11160     MOVE 'P' TO WS-PRINT-OUTCOME.
 11170     MOVE 'PROMOTED' TO WS-SECTION-HEADING.
 11180     PERFORM 310-PRINT-SECTION.
 11190     MOVE 'R' TO WS-PRINT-OUTCOME.
 11200     MOVE 'RETAINED' TO WS-SECTION-HEADING.
 11210     PERFORM 310-PRINT-SECTION.
 11220     MOVE 'G' TO WS-PRINT-OUTCOME.
 11230     MOVE 'GRADUATED' TO WS-SECTION-HEADING.
 11240     PERFORM 310-PRINT-SECTION.
 11250     MOVE 'N' TO WS-PRINT-OUTCOME.
 11260     MOVE 'NOT DECIDED - ROSTER ROW LEFT AS IT WAS'
 11270         TO WS-SECTION-HEADING.
 11280     PERFORM 310-PRINT-SECTION.
 11290     PERFORM 340-PRINT-TRAILER.
 11300*
 11310*-----------------------------------------------------------*
 11320* 310-PRINT-SECTION                                          *
 11330*                                                            *
 11340* PRINTS A BLANK LINE, THE SECTION HEADING AND EVERY        *
 11350* STUDENT WITH THE OUTCOME IN WS-PRINT-OUTCOME.             *
 11360*-----------------------------------------------------------*
 11370 310-PRINT-SECTION.
 11380     MOVE SPACES TO REPORT-LINE.
 11390     PERFORM 400-WRITE-REPORT-LINE.
 11400     MOVE WS-SECTION-HEADING TO REPORT-LINE.
 11410     PERFORM 400-WRITE-REPORT-LINE.
 11420     PERFORM 320-PRINT-OUTCOME-LINE
 11430         VARYING WS-SECTION-SUB FROM 1 BY 1
 11440         UNTIL WS-SECTION-SUB > WS-OUTCOME-COUNT.
 11450*
 11460*-----------------------------------------------------------*
 11470* 320-PRINT-OUTCOME-LINE                                     *
 11480*-----------------------------------------------------------*
 11490 320-PRINT-OUTCOME-LINE.
 11500     IF OC-OUTCOME (WS-SECTION-SUB) = WS-PRINT-OUTCOME
 11510         IF WS-PRINT-OUTCOME = 'N'
 11520             PERFORM 325-BUILD-UNDECIDED-LINE
 11530         ELSE
 11540             PERFORM 322-BUILD-DECIDED-LINE
 11550         END-IF
 11560         PERFORM 400-WRITE-REPORT-LINE
 11570     END-IF.
 11580*
 11590*-----------------------------------------------------------*
 11600* 322-BUILD-DECIDED-LINE                                     *
 11610*-----------------------------------------------------------*
 11620 322-BUILD-DECIDED-LINE.
 11630     MOVE OC-YEAR-AVERAGE (WS-SECTION-SUB) TO WS-AVERAGE-DISP.
 11640     MOVE OC-TERMS-FOUND (WS-SECTION-SUB)  TO WS-TERMS-DISP2.
 11650     MOVE WS-YEAR-TERM-COUNT               TO WS-TERMS-DISP.
 11660     MOVE OC-TERMS-FAILED (WS-SECTION-SUB) TO WS-TERMS-DISP3.
 11670     MOVE SPACES TO REPORT-LINE.
 11680     STRING '   '                        DELIMITED BY SIZE
 11690             OC-STUDENT-ID (WS-SECTION-SUB)
 11700                                         DELIMITED BY SIZE
 11710             '  '                        DELIMITED BY SIZE
 11720             OC-NAME (WS-SECTION-SUB)    DELIMITED BY SIZE
 11730             '  '                        DELIMITED BY SIZE
 11740             OC-FROM-CLASS (WS-SECTION-SUB)
 11750                                         DELIMITED BY SIZE
 11760             ' -> '                      DELIMITED BY SIZE
 11770             OC-TO-CLASS (WS-SECTION-SUB)
 11780                                         DELIMITED BY SIZE
 11790             '  AVG '                    DELIMITED BY SIZE
 11800             WS-AVERAGE-DISP             DELIMITED BY SIZE
 11810             '  TERMS '                  DELIMITED BY SIZE
 11820             WS-TERMS-DISP2              DELIMITED BY SIZE
 11830             '/'                         DELIMITED BY SIZE
 11840             WS-TERMS-DISP               DELIMITED BY SIZE
 11850             '  FAILED '                 DELIMITED BY SIZE
 11860             WS-TERMS-DISP3              DELIMITED BY SIZE
 11870         INTO REPORT-LINE
 11880     END-STRING.
 11890*
 11900*-----------------------------------------------------------*
 11910* 325-BUILD-UNDECIDED-LINE                                   *
 11920*-----------------------------------------------------------*
 11930 325-BUILD-UNDECIDED-LINE.
 11940     MOVE SPACES TO REPORT-LINE.
 11950     STRING '   '                        DELIMITED BY SIZE
 11960             OC-STUDENT-ID (WS-SECTION-SUB)
 11970                                         DELIMITED BY SIZE
 11980             '  '                        DELIMITED BY SIZE
 11990             OC-NAME (WS-SECTION-SUB)    DELIMITED BY SIZE
 12000             '  '                        DELIMITED BY SIZE
 12010             OC-FROM-CLASS (WS-SECTION-SUB)
 12020                                         DELIMITED BY SIZE
 12030             '  '                        DELIMITED BY SIZE
 12040             OC-REASON (WS-SECTION-SUB)  DELIMITED BY SIZE
 12050         INTO REPORT-LINE
 12060     END-STRING.
 12070*
 12080*-----------------------------------------------------------*
 12090* 340-PRINT-TRAILER                                          *
 12100*-----------------------------------------------------------*
 12110 340-PRINT-TRAILER.
 12120     PERFORM 345-FORMAT-COUNTS.
 12130     MOVE SPACES TO REPORT-LINE.
 12140     WRITE REPORT-LINE FROM
 12150         '-------------------------------------------------'.
 12160     MOVE SPACES TO REPORT-LINE.
 12170     STRING 'READ: '                 DELIMITED BY SIZE
 12180             WS-READ-COUNT-DISP      DELIMITED BY SIZE
 12190             '  PROMOTED: '          DELIMITED BY SIZE
 12200             WS-PROMOTED-COUNT-DISP  DELIMITED BY SIZE
 12210             '  RETAINED: '          DELIMITED BY SIZE
 12220             WS-RETAINED-COUNT-DISP  DELIMITED BY SIZE
 12230             '  GRADUATED: '         DELIMITED BY SIZE
 12240             WS-GRADUATED-COUNT-DISP DELIMITED BY SIZE
 12250         INTO REPORT-LINE
 12260     END-STRING.
 12270     PERFORM 400-WRITE-REPORT-LINE.
 12280     MOVE SPACES TO REPORT-LINE.
 12290     STRING 'NOT DECIDED: '          DELIMITED BY SIZE
 12300             WS-UNDECIDED-COUNT-DISP DELIMITED BY SIZE
 12310         INTO REPORT-LINE
 12320     END-STRING.
 12330     PERFORM 400-WRITE-REPORT-LINE.
 12340*
 12350*-----------------------------------------------------------*
 12360* 345-FORMAT-COUNTS                                          *
 12370*-----------------------------------------------------------*
 12380 345-FORMAT-COUNTS.
 12390     MOVE WS-READ-COUNT      TO WS-READ-COUNT-DISP.
 12400     MOVE WS-PROMOTED-COUNT  TO WS-PROMOTED-COUNT-DISP.
 12410     MOVE WS-RETAINED-COUNT  TO WS-RETAINED-COUNT-DISP.
 12420     MOVE WS-GRADUATED-COUNT TO WS-GRADUATED-COUNT-DISP.
 12430     MOVE WS-UNDECIDED-COUNT TO WS-UNDECIDED-COUNT-DISP.
 12440*
 12450*-----------------------------------------------------------*
 12460* 350-WRITE-AUDIT-TRAILER                                    *
 12470*                                                            *
 12480* THE SAME BALANCING TRAILER ON STUAUDIT, SO THE TRAIL      *
 12490* SHOWS WHERE ONE ROLLOVER ENDS.                             *
 12500*-----------------------------------------------------------*
 12510 350-WRITE-AUDIT-TRAILER.
 12520     MOVE SPACES TO AUDIT-LINE.
 12530     WRITE AUDIT-LINE FROM
 12540         '-------------------------------------------------'.
 12550     MOVE SPACES TO AUDIT-LINE.
 12560     STRING 'PROMOTION READ: '       DELIMITED BY SIZE
 12570             WS-READ-COUNT-DISP      DELIMITED BY SIZE
 12580             '  PROMOTED: '          DELIMITED BY SIZE
 12590             WS-PROMOTED-COUNT-DISP  DELIMITED BY SIZE
 12600             '  RETAINED: '          DELIMITED BY SIZE
 12610             WS-RETAINED-COUNT-DISP  DELIMITED BY SIZE
 12620             '  GRADUATED: '         DELIMITED BY SIZE
 12630             WS-GRADUATED-COUNT-DISP DELIMITED BY SIZE
 12640             '  NOT DECIDED: '       DELIMITED BY SIZE
 12650             WS-UNDECIDED-COUNT-DISP DELIMITED BY SIZE
 12660         INTO AUDIT-LINE
 12670     END-STRING.
 12680     PERFORM 270-WRITE-AUDIT-LINE.
 12690*
 12700*-----------------------------------------------------------*
 12710* 400-WRITE-REPORT-LINE                                      *
 12720*-----------------------------------------------------------*
 12730 400-WRITE-REPORT-LINE.
 12740     WRITE REPORT-LINE.
 12750     IF WS-REPORT-FS NOT = '00'
 12760         DISPLAY 'UNABLE TO WRITE PROMORPT - FILE STATUS '
 12770             WS-REPORT-FS
 12780         PERFORM 950-ABEND-RUN
 12790     END-IF.
 12800*
 12810*-----------------------------------------------------------*
 12820* 900-TERMINATE                                              *
 12830*-----------------------------------------------------------*
 12840 900-TERMINATE.
 12850     CLOSE STUDENT-FILE.
 12860     CLOSE HISTORY-FILE.
 12870     CLOSE PROMO-REPORT.
 12880     IF WS-LIST-ONLY = 'N'
 12890         CLOSE AUDIT-FILE
 12900         CLOSE ALUMNI-FILE
 12910         DISPLAY 'MODE..................... UPDATE'
 12920     ELSE
 12930         DISPLAY 'MODE..................... LIST ONLY'
 12940     END-IF.
 12950     DISPLAY 'STUDENTS READ............ ' WS-READ-COUNT-DISP.
 12960     DISPLAY 'PROMOTED................. '
 12970         WS-PROMOTED-COUNT-DISP.
 12980     DISPLAY 'RETAINED................. '
 12990         WS-RETAINED-COUNT-DISP.
 13000     DISPLAY 'GRADUATED................ '
 13010         WS-GRADUATED-COUNT-DISP.
 13020     DISPLAY 'NOT DECIDED.............. '
 13030         WS-UNDECIDED-COUNT-DISP.
 13040     PERFORM 930-WRITE-RUN-LOG.
 13050*
 13060*-----------------------------------------------------------*
 13070* 930-WRITE-RUN-LOG                                          *
 13080*                                                            *
 13090* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. ROWS    *
 13100* WRITTEN IS THE ROSTER ROWS CHANGED (ZERO ON A LIST-ONLY   *
 13110* RUN) AND THE EXCEPTION COUNT IS THE STUDENTS NOT DECIDED. *
 13120* CALLED ON A CLEAN END AND FROM 950-ABEND-RUN, SO A        *
 13130* FAILURE HERE IS REPORTED BUT NEVER RE-ABENDS THE RUN.     *
 13140*-----------------------------------------------------------*
 13150 930-WRITE-RUN-LOG.
 13160     OPEN EXTEND RUN-LOG-FILE.
 13170     IF WS-RUNLOG-FS NOT = '00'
 13180         AND WS-RUNLOG-FS NOT = '05'
 13190         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
 13200             WS-RUNLOG-FS
 13210     ELSE
 13220         MOVE SPACES TO RUN-LOG-RECORD
 13230         MOVE 'STUPROMO'          TO RL-PROGRAM-NAME
 13240         MOVE WS-RUN-START-DATE   TO RL-START-DATE
 13250         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
 13260         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
 13270         ACCEPT WS-RUN-END-TIME FROM TIME
 13280         MOVE WS-RUN-END-DATE     TO RL-END-DATE
 13290         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
 13300         MOVE WS-READ-COUNT       TO RL-RECORDS-READ
 13310         IF WS-LIST-ONLY = 'N'
 13320             COMPUTE RL-RECORDS-WRITTEN = WS-PROMOTED-COUNT
 13330                 + WS-RETAINED-COUNT + WS-GRADUATED-COUNT
 13340         ELSE
 13350             MOVE ZEROES          TO RL-RECORDS-WRITTEN
 13360         END-IF
 13370         MOVE WS-UNDECIDED-COUNT  TO RL-EXCEPTION-COUNT
 13380         MOVE ZEROES              TO RL-DUPLICATE-COUNT
 13390         MOVE RETURN-CODE         TO RL-RETURN-CODE
 13400         MOVE WS-RUN-DETAIL       TO RL-RUN-DETAIL
 13410         WRITE RUN-LOG-RECORD
 13420         IF WS-RUNLOG-FS NOT = '00'
 13430             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
 13440                 WS-RUNLOG-FS
 13450         END-IF
 13460         CLOSE RUN-LOG-FILE
 13470     END-IF.
 13480*
 13490*-----------------------------------------------------------*
 13500* 950-ABEND-RUN                                              *
 13510*-----------------------------------------------------------*
 13520 950-ABEND-RUN.
 13530     DISPLAY 'STUPROMO IS ABENDING - SEE THE MESSAGE ABOVE'.
 13540     MOVE 16 TO RETURN-CODE.
 13550     PERFORM 930-WRITE-RUN-LOG.
 13560     STOP RUN.
