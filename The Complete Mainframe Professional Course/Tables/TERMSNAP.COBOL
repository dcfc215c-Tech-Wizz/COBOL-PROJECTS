   370*                  CALENDAR REFERENCE FILE, SO A MISTYPED   *
   380*                  TERM ID CAN NO LONGER QUIETLY CREATE A   *
   390*                  PHANTOM TERM ON TERMHIST.                *
   400* 2026-10-15 DP    THE SNAPSHOT NOW CARRIES THE STUDENT'S   *
   410*                  ATTENDANCE FOR THE TERM FROM THE ATTNTOT *
   420*                  TOTALS ATTNPOST BUILDS - DAYS COUNTED,   *
   430*                  DAYS ABSENT AND THE ATTENDANCE RATE -    *
   440*                  SO REPORT CARDS, TRANSCRIPTS AND THE     *
   450*                  STANDING REPORT CAN PRINT IT. EXISTING   *
   460*                  TERMHIST FILES NEED A ONE-TIME RELOAD.   *
   470* 2026-10-15 DP    THE TERM BEING CLOSED NOW COMES FROM THE *
   480*                  CURRENT TERM ON THE BUSDATE BUSINESS-    *
   490*                  DATE CONTROL FILE. THE PROMPT REMAINS    *
   500*                  ONLY AS AN EXPLICIT OVERRIDE (E.G.       *
   510*                  CLOSING THE OLD TERM AFTER DATEADV HAS   *
   520*                  ROLLED INTO THE NEW ONE), LOGGED ON THE  *
   530*                  RUNLOG ROW WITH THE KEYED TERM. EITHER   *
   540*                  WAY THE TERM IS STILL PROVED AGAINST     *
   550*                  TERMCAL.                                 *
   560*-----------------------------------------------------------*
   570 ENVIRONMENT DIVISION.
   580 INPUT-OUTPUT SECTION.
   590 FILE-CONTROL.
   600     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
   610         ORGANIZATION IS INDEXED
   620         ACCESS MODE IS SEQUENTIAL
   630         RECORD KEY IS STUDENT-ID
   640         FILE STATUS IS WS-STUDENT-FS.
   650*
   660     SELECT HISTORY-FILE ASSIGN TO "TERMHIST"
   670         ORGANIZATION IS INDEXED
   680         ACCESS MODE IS RANDOM
   690         RECORD KEY IS TH-KEY
   700         FILE STATUS IS WS-HISTORY-FS.
   710*
   720     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   730         ORGANIZATION IS LINE SEQUENTIAL
   740         ACCESS MODE IS SEQUENTIAL
   750         FILE STATUS IS WS-RUNLOG-FS.
   760*
   770     SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL"
   780         ORGANIZATION IS LINE SEQUENTIAL
   790         ACCESS MODE IS SEQUENTIAL
   800         FILE STATUS IS WS-TERMCAL-FS.
   810*
   820     SELECT ATTEND-TOTAL-FILE ASSIGN TO "ATTNTOT"
   830         ORGANIZATION IS INDEXED
   840         ACCESS MODE IS RANDOM
   850         RECORD KEY IS AT-KEY
   860         FILE STATUS IS WS-ATTNTOT-FS.
   870*
   880     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
   890         ORGANIZATION IS LINE SEQUENTIAL
   900         ACCESS MODE IS SEQUENTIAL
   910         FILE STATUS IS WS-BUSDATE-FS.
   920*
   930 DATA DIVISION.
   940 FILE SECTION.
   950 FD  STUDENT-FILE.
   960 01  STUDENT-FILE-RECORD.
   970     COPY STUDENTREC.
   980*
   990 FD  HISTORY-FILE.
  1000 01  TERM-HISTORY-RECORD.
  1010     COPY TERMREC.
  1020*
  1030 FD  RUN-LOG-FILE.
  1040 01  RUN-LOG-RECORD.
  1050     COPY RUNLOGREC.
  1060*
  1070 FD  TERM-CAL-FILE.
  1080 01  TERM-CAL-RECORD.
  1090     COPY TERMCAL.
  1100*
  1110 FD  ATTEND-TOTAL-FILE.
  1120 01  ATTEND-TOTAL-RECORD.
  1130     COPY ATTNREC.
  1140*
  1150 FD  BUS-DATE-FILE.
  1160 01  BUS-DATE-RECORD.
  1170     COPY BUSDREC.
  1180*
  1190 WORKING-STORAGE SECTION.
  1200*
  1210 01  WS-STUDENT-FS           PIC X(2)  VALUE SPACES.
  1220 01  WS-HISTORY-FS           PIC X(2)  VALUE SPACES.
  1230 01  END-OF-FILE             PIC X(3)  VALUE 'NO'.
  1240*
  1250 01  WS-TERM-ID              PIC X(6)  VALUE SPACES.
  1260 01  WS-SUB-IDX              PIC 9     VALUE ZERO.
  1270*
  1280*-----------------------------------------------------------*
  1290* BUSINESS DATE - THE TERM BEING CLOSED IS THE CURRENT TERM *
  1300* ON THE BUSDATE CONTROL ROW READ BY 020-READ-BUSINESS-DATE. *
  1310* WS-BUSDATE-OVERRIDE (PROMPTED, DEFAULT N) LETS THE        *
  1320* OPERATOR KEY A DIFFERENT TERM; THE FLAG AND THE KEYED     *
  1330* TERM GO ON THE RUNLOG ROW.                                *
  1340*-----------------------------------------------------------*
  1350 01  WS-BUSDATE-FS           PIC X(2)  VALUE SPACES.
  1360 01  WS-BUSDATE-OVERRIDE     PIC X(1)  VALUE 'N'.
  1370 01  WS-OVERRIDE-VALUE       PIC X(8)  VALUE SPACES.
  1380*
  1390*-----------------------------------------------------------*
  1400* TERM CALENDAR TABLE - LOADED FROM TERMCAL AT STARTUP SO   *
  1410* THE TERM BEING CLOSED CAN BE PROVED TO EXIST BEFORE ANY   *
  1420* SNAPSHOT ROW IS KEYED WITH IT.                            *
  1430*-----------------------------------------------------------*
  1440 01  WS-TERMCAL-FS           PIC X(2)  VALUE SPACES.
  1450 01  WS-TERMCAL-COUNT        PIC 9(2)  VALUE ZERO.
  1460 01  WS-TERM-ON-CAL          PIC X(3)  VALUE 'NO'.
  1470 01  TERM-CAL-TABLE.
  1480     05  TERM-CAL-ENTRY OCCURS 50 TIMES INDEXED BY CAL-IDX.
  1490         10  CAL-TERM-CODE   PIC X(6)  VALUE SPACES.
  1500         10  CAL-TERM-SEQ    PIC 9(3)  VALUE ZEROES.
  1510*
  1520*-----------------------------------------------------------*
  1530* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1540* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1550* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1560*-----------------------------------------------------------*
  1570 01  WS-RUNLOG-FS            PIC X(2)  VALUE SPACES.
  1580 01  WS-RUN-START-DATE       PIC X(8)  VALUE SPACES.
  1590 01  WS-RUN-START-TIME       PIC X(8)  VALUE SPACES.
  1600 01  WS-RUN-END-DATE         PIC X(8)  VALUE SPACES.
  1610 01  WS-RUN-END-TIME         PIC X(8)  VALUE SPACES.
  1620*
  1630*-----------------------------------------------------------*
  1640* AVERAGE/GRADE WORK FIELDS - SAME RULES AS THE ROSTER      *
  1650* DISPLAY JOB: A SCORE OVER 100 IS LEFT OUT OF THE AVERAGE, *
  1660* AND A STUDENT WITH NO VALID SCORES AVERAGES TO ZERO.      *
  1670*-----------------------------------------------------------*
  1680 01  WS-STUDENT-TOTAL        PIC 9(4)  VALUE ZERO.
  1690 01  WS-STUDENT-VALID-COUNT  PIC 9     VALUE ZERO.
  1700 01  WS-STUDENT-AVERAGE      PIC 9(3)V99 VALUE ZERO.
  1710 01  WS-STUDENT-GRADE        PIC X(1)  VALUE SPACE.
  1720*
  1730*-----------------------------------------------------------*
  1740* ATTENDANCE FOR THE TERM - READ FROM ATTNTOT BY STUDENT +  *
  1750* TERM. A TERM WITH NO ATTENDANCE POSTED AT ALL (ATTNTOT    *
  1760* NEVER CREATED) OR A STUDENT WITH NO ROW SNAPSHOTS ZERO    *
  1770* DAYS COUNTED, WHICH THE REPORTS PRINT AS NOT RECORDED.    *
  1780*-----------------------------------------------------------*
  1790 01  WS-ATTNTOT-FS           PIC X(2)  VALUE SPACES.
  1800 01  WS-ATTNTOT-OPEN         PIC X(3)  VALUE 'NO'.
  1810 01  WS-DAYS-ATTENDED        PIC 9(4)  VALUE ZERO.
  1820 01  WS-NO-ATTEND-COUNT      PIC 9(5)  VALUE ZEROES.
  1830*
  1840 01  WS-READ-COUNT           PIC 9(5)  VALUE ZEROES.
  1850 01  WS-WRITTEN-COUNT        PIC 9(5)  VALUE ZEROES.
  1860 01  WS-REPLACED-COUNT       PIC 9(5)  VALUE ZEROES.
  1870*
  1880 PROCEDURE DIVISION.
  1890*
  1900*-----------------------------------------------------------*
  1910* 000-MAIN-PROCEDURE                                        *
  1920*-----------------------------------------------------------*
  1930 000-MAIN-PROCEDURE.
  1940     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  1950     ACCEPT WS-RUN-START-TIME FROM TIME.
  1960     PERFORM 020-READ-BUSINESS-DATE.
  1970     PERFORM 030-LOAD-TERM-CALENDAR.
  1980     PERFORM 040-ACCEPT-TERM-ID.
  1990     PERFORM 050-INITIALIZE.
  2000     PERFORM 200-SNAPSHOT-STUDENT UNTIL END-OF-FILE = 'YES'.
  2010     PERFORM 900-TERMINATE.
  2020     STOP RUN.
  2030*
  2040*-----------------------------------------------------------*
  2050* 020-READ-BUSINESS-DATE                                     *
  2060*                                                            *
  2070* READS THE ONE-ROW BUSDATE CONTROL FILE THE END-OF-DAY      *
  2080* DATEADV JOB MAINTAINS. A MISSING OR EMPTY FILE IS A REAL   *
  2090* ERROR - THERE IS NO SAFE DEFAULT FOR THE TERM.             *
  2100*-----------------------------------------------------------*
  2110 020-READ-BUSINESS-DATE.
  2120     OPEN INPUT BUS-DATE-FILE.
  2130     IF WS-BUSDATE-FS NOT = '00'
  2140         DISPLAY 'UNABLE TO OPEN BUSDATE - FILE STATUS '
  2150             WS-BUSDATE-FS
  2160         PERFORM 950-ABEND-RUN
  2170     END-IF.
  2180     READ BUS-DATE-FILE
  2190         AT END
  2200             DISPLAY 'BUSDATE HOLDS NO CONTROL ROW'
  2210             PERFORM 950-ABEND-RUN
  2220     END-READ.
  2230     IF WS-BUSDATE-FS NOT = '00'
  2240         DISPLAY 'ERROR READING BUSDATE - FILE STATUS '
  2250             WS-BUSDATE-FS
  2260         PERFORM 950-ABEND-RUN
  2270     END-IF.
  2280     CLOSE BUS-DATE-FILE.
  2290*
  2300*-----------------------------------------------------------*
  2310* 040-ACCEPT-TERM-ID                                         *
  2320*                                                            *
  2330* THE TERM BEING CLOSED, E.G. 2026T1 - THE BUSDATE CURRENT   *
  2340* TERM UNLESS THE OPERATOR OVERRIDES IT. IT IS THE SECOND    *
  2350* HALF OF THE HISTORY KEY, SO A BLANK ONE WOULD PILE EVERY   *
  2360* TERM ON TOP OF THE SAME ROWS - REFUSED UP FRONT.           *
  2370*-----------------------------------------------------------*
  2380 040-ACCEPT-TERM-ID.
  2390     MOVE BD-CURRENT-TERM TO WS-TERM-ID.
  2400     DISPLAY 'TERM FROM BUSDATE: ' WS-TERM-ID.
  2410     DISPLAY 'OVERRIDE THE TERM BEING CLOSED (Y/N)? '.
  2420     ACCEPT WS-BUSDATE-OVERRIDE.
  2430     IF WS-BUSDATE-OVERRIDE NOT = 'Y'
  2440         MOVE 'N' TO WS-BUSDATE-OVERRIDE
  2450     END-IF.
  2460     IF WS-BUSDATE-OVERRIDE = 'Y'
  2470         DISPLAY 'ENTER TERM BEING CLOSED (E.G. 2026T1): '
  2480         ACCEPT WS-TERM-ID
  2490         MOVE WS-TERM-ID TO WS-OVERRIDE-VALUE
  2500     END-IF.
  2510     IF WS-TERM-ID = SPACES
  2520         DISPLAY 'TERM ID IS REQUIRED'
  2530         PERFORM 950-ABEND-RUN
  2540     END-IF.
  2550     MOVE 'NO' TO WS-TERM-ON-CAL.
  2560     SET CAL-IDX TO 1.
  2570     IF WS-TERMCAL-COUNT > 0
  2580         SEARCH TERM-CAL-ENTRY
  2590             AT END
  2600                 CONTINUE
  2610             WHEN CAL-TERM-CODE (CAL-IDX) = WS-TERM-ID
  2620                 MOVE 'YES' TO WS-TERM-ON-CAL
  2630         END-SEARCH
  2640     END-IF.
  2650     IF WS-TERM-ON-CAL = 'NO'
  2660         DISPLAY 'TERM ' WS-TERM-ID
  2670             ' IS NOT ON THE TERMCAL CALENDAR'
  2680         PERFORM 950-ABEND-RUN
  2690     END-IF.
  2700*
  2710*-----------------------------------------------------------*
  2720* 030-LOAD-TERM-CALENDAR                                     *
  2730*                                                            *
  2740* A MISSING TERMCAL IS A REAL ERROR - WITHOUT THE CALENDAR  *
  2750* ANY SIX CHARACTERS WOULD PASS FOR A TERM AGAIN.            *
  2760*-----------------------------------------------------------*
  2770 030-LOAD-TERM-CALENDAR.
  2780     OPEN INPUT TERM-CAL-FILE.
  2790     IF WS-TERMCAL-FS NOT = '00'
  2800         DISPLAY 'UNABLE TO OPEN TERMCAL - FILE STATUS '
  2810             WS-TERMCAL-FS
  2820         PERFORM 950-ABEND-RUN
  2830     END-IF.
  2840     PERFORM 035-LOAD-ONE-TERM UNTIL END-OF-FILE = 'YES'.
  2850     CLOSE TERM-CAL-FILE.
  2860     MOVE 'NO' TO END-OF-FILE.
  2870*
  2880*-----------------------------------------------------------*
  2890* 035-LOAD-ONE-TERM                                          *
  2900*-----------------------------------------------------------*
  2910 035-LOAD-ONE-TERM.
  2920     READ TERM-CAL-FILE
  2930         AT END
  2940             MOVE 'YES' TO END-OF-FILE
  2950     END-READ.
  2960     IF END-OF-FILE NOT = 'YES'
  2970         AND WS-TERMCAL-FS NOT = '00'
  2980         DISPLAY 'ERROR READING TERMCAL - FILE STATUS '
  2990             WS-TERMCAL-FS
  3000         PERFORM 950-ABEND-RUN
  3010     END-IF.
  3020     IF END-OF-FILE NOT = 'YES'
  3030         IF WS-TERMCAL-COUNT < 50
  3040             ADD 1 TO WS-TERMCAL-COUNT
  3050             SET CAL-IDX TO WS-TERMCAL-COUNT
  3060             MOVE TCAL-CODE TO CAL-TERM-CODE (CAL-IDX)
  3070             MOVE TCAL-SEQ  TO CAL-TERM-SEQ (CAL-IDX)
  3080         ELSE
  3090             DISPLAY 'WARNING - TERM CALENDAR TABLE FULL, '
  3100                 'TERMCAL ENTRY SKIPPED: ' TCAL-CODE
  3110         END-IF
  3120     END-IF.
  3130*
  3140*-----------------------------------------------------------*
  3150* 050-INITIALIZE                                             *
  3160*                                                            *
  3170* OPENS THE ROSTER FOR THE READ PASS AND THE HISTORY FILE    *
  3180* FOR UPDATE. FILE STATUS 35 ON TERMHIST MEANS THIS IS THE   *
  3190* FIRST TERM EVER CLOSED, SO THE FILE IS BUILT EMPTY AND     *
  3200* REOPENED. A MISSING ROSTER IS A REAL ERROR - THERE IS      *
  3210* NOTHING TO SNAPSHOT. A MISSING ATTNTOT IS NOT - THE TERM   *
  3220* IS CLOSED WITH NO ATTENDANCE RECORDED.                     *
  3230*-----------------------------------------------------------*
  3240 050-INITIALIZE.
  3250     OPEN INPUT STUDENT-FILE.
  3260     IF WS-STUDENT-FS NOT = '00'
  3270         DISPLAY 'UNABLE TO OPEN STUDENTS.DAT - FILE STATUS '
  3280             WS-STUDENT-FS
  3290         PERFORM 950-ABEND-RUN
  3300     END-IF.
  3310     OPEN I-O HISTORY-FILE.
  3320     IF WS-HISTORY-FS = '35'
  3330         OPEN OUTPUT HISTORY-FILE
  3340         CLOSE HISTORY-FILE
  3350         OPEN I-O HISTORY-FILE
  3360     END-IF.
  3370     IF WS-HISTORY-FS NOT = '00'
  3380         DISPLAY 'UNABLE TO OPEN TERMHIST - FILE STATUS '
  3390             WS-HISTORY-FS
  3400         PERFORM 950-ABEND-RUN
  3410     END-IF.
  3420     OPEN INPUT ATTEND-TOTAL-FILE.
  3430     EVALUATE WS-ATTNTOT-FS
  3440         WHEN '00'
  3450             MOVE 'YES' TO WS-ATTNTOT-OPEN
  3460         WHEN '35'
  3470             DISPLAY 'ATTNTOT NOT PRESENT - NO ATTENDANCE '
  3480                 'RECORDED FOR THE TERM'
  3490         WHEN OTHER
  3500             DISPLAY 'UNABLE TO OPEN ATTNTOT - FILE STATUS '
  3510                 WS-ATTNTOT-FS
  3520             PERFORM 950-ABEND-RUN
  3530     END-EVALUATE.
  3540     PERFORM 110-READ-STUDENT-RECORD.
  3550*
  3560*-----------------------------------------------------------*
  3570* 110-READ-STUDENT-RECORD                                   *
  3580*-----------------------------------------------------------*
  3590 110-READ-STUDENT-RECORD.
  3600     READ STUDENT-FILE
  3610         AT END
  3620             MOVE 'YES' TO END-OF-FILE
  3630     END-READ.
  3640     IF END-OF-FILE NOT = 'YES'
  3650         AND WS-STUDENT-FS NOT = '00'
  3660         DISPLAY 'ERROR READING STUDENTS.DAT - FILE STATUS '
  3670             WS-STUDENT-FS
  3680         PERFORM 950-ABEND-RUN
  3690     END-IF.
  3700*
  3710*-----------------------------------------------------------*
  3720* 200-SNAPSHOT-STUDENT                                       *
  3730*                                                            *
  3740* COMPUTES THE STUDENT'S AVERAGE AND GRADE AND WRITES THE   *
  3750* TERM ROW. FILE STATUS 22 MEANS THIS TERM WAS ALREADY      *
  3760* CLOSED FOR THIS STUDENT - A RERUN - SO THE ROW IS         *
  3770* REPLACED RATHER THAN REJECTED.                            *
  3780*-----------------------------------------------------------*
  3790 200-SNAPSHOT-STUDENT.
  3800     ADD 1 TO WS-READ-COUNT.
  3810     PERFORM 210-COMPUTE-AVERAGE.
  3820     PERFORM 220-ASSIGN-GRADE.
  3830     PERFORM 230-BUILD-HISTORY-ROW.
  3840     WRITE TERM-HISTORY-RECORD.
  3850     EVALUATE WS-HISTORY-FS
  3860         WHEN '00'
  3870             ADD 1 TO WS-WRITTEN-COUNT
  3880         WHEN '22'
  3890             REWRITE TERM-HISTORY-RECORD
  3900             IF WS-HISTORY-FS NOT = '00'
  3910                 DISPLAY 'UNABLE TO REWRITE TERMHIST - FILE '
  3920                     'STATUS ' WS-HISTORY-FS
  3930                 PERFORM 950-ABEND-RUN
  3940             END-IF
  3950             ADD 1 TO WS-REPLACED-COUNT
  3960         WHEN OTHER
  3970             DISPLAY 'UNABLE TO WRITE TERMHIST - FILE STATUS '
  3980                 WS-HISTORY-FS
  3990             PERFORM 950-ABEND-RUN
  4000     END-EVALUATE.
  4010     PERFORM 110-READ-STUDENT-RECORD.
  4020*
  4030*-----------------------------------------------------------*
  4040* 210-COMPUTE-AVERAGE                                        *
  4050*                                                            *
  4060* AN UNUSED SLOT (BLANK SUBJECT CODE) IS SKIPPED. SCORES ARE *
  4070* UNSIGNED SO ONLY A SCORE OVER 100 CAN BE OUT OF RANGE - IT *
  4080* IS LEFT OUT OF THE AVERAGE, THE SAME RULE THE ROSTER       *
  4090* DISPLAY JOB APPLIES. A STUDENT WITH NO VALID SCORES        *
  4100* AVERAGES TO ZERO RATHER THAN DIVIDING BY ZERO.             *
  4110*-----------------------------------------------------------*
  4120 210-COMPUTE-AVERAGE.
  4130     MOVE ZERO TO WS-STUDENT-TOTAL.
  4140     MOVE ZERO TO WS-STUDENT-VALID-COUNT.
  4150     PERFORM 215-ADD-ONE-SCORE
  4160         VARYING WS-SUB-IDX FROM 1 BY 1
  4170         UNTIL WS-SUB-IDX > 6.
  4180     IF WS-STUDENT-VALID-COUNT > 0
  4190         COMPUTE WS-STUDENT-AVERAGE ROUNDED =
  4200             WS-STUDENT-TOTAL / WS-STUDENT-VALID-COUNT
  4210     ELSE
  4220         MOVE ZERO TO WS-STUDENT-AVERAGE
  4230     END-IF.
  4240*
  4250*-----------------------------------------------------------*
  4260* 215-ADD-ONE-SCORE                                          *
  4270*-----------------------------------------------------------*
  4280 215-ADD-ONE-SCORE.
  4290     IF STUDENT-SUBJ-CODE (WS-SUB-IDX) NOT = SPACES
  4300         AND STUDENT-SUBJ-SCORE (WS-SUB-IDX) NOT > 100
  4310         ADD STUDENT-SUBJ-SCORE (WS-SUB-IDX)
  4320             TO WS-STUDENT-TOTAL
  4330         ADD 1 TO WS-STUDENT-VALID-COUNT
  4340     END-IF.
  4350*
  4360*-----------------------------------------------------------*
  4370* 220-ASSIGN-GRADE                                           *
  4380*                                                            *
  4390* STANDARD 90/80/70/60 GRADE BANDS APPLIED TO THE AVERAGE.   *
  4400*-----------------------------------------------------------*
  4410 220-ASSIGN-GRADE.
  4420     IF WS-STUDENT-AVERAGE NOT < 90
  4430         MOVE 'A' TO WS-STUDENT-GRADE
  4440     ELSE
  4450         IF WS-STUDENT-AVERAGE NOT < 80
  4460             MOVE 'B' TO WS-STUDENT-GRADE
  4470         ELSE
  4480             IF WS-STUDENT-AVERAGE NOT < 70
  4490                 MOVE 'C' TO WS-STUDENT-GRADE
  4500             ELSE
  4510                 IF WS-STUDENT-AVERAGE NOT < 60
  4520                     MOVE 'D' TO WS-STUDENT-GRADE
  4530                 ELSE
  4540                     MOVE 'F' TO WS-STUDENT-GRADE
  4550                 END-IF
  4560             END-IF
  4570         END-IF
  4580     END-IF.
  4590*
  4600*-----------------------------------------------------------*
  4610* 230-BUILD-HISTORY-ROW                                      *
  4620*-----------------------------------------------------------*
  4630 230-BUILD-HISTORY-ROW.
  4640     MOVE STUDENT-ID        TO TH-STUDENT-ID.
  4650     MOVE WS-TERM-ID        TO TH-TERM.
  4660     MOVE STUDENT-NAME      TO TH-STUDENT-NAME.
  4670     MOVE STUDENT-CLASS-CODE TO TH-CLASS-CODE.
  4680     PERFORM 235-MOVE-ONE-SCORE
  4690         VARYING WS-SUB-IDX FROM 1 BY 1
  4700         UNTIL WS-SUB-IDX > 6.
  4710     MOVE WS-STUDENT-AVERAGE TO TH-AVERAGE.
  4720     MOVE WS-STUDENT-GRADE   TO TH-GRADE.
  4730     PERFORM 240-ADD-ATTENDANCE.
  4740*
  4750*-----------------------------------------------------------*
  4760* 240-ADD-ATTENDANCE                                         *
  4770*                                                            *
  4780* COPIES THE STUDENT'S ATTENDANCE TOTALS FOR THE TERM ONTO  *
  4790* THE SNAPSHOT. EXCUSED DAYS ARE LEFT OUT OF THE DAYS       *
  4800* COUNTED AND A LATE ARRIVAL COUNTS AS ATTENDING, THE RULE  *
  4810* ATTNREC DESCRIBES. FILE STATUS 23 MEANS NO DAY WAS POSTED *
  4820* FOR THE STUDENT IN THE TERM.                              *
  4830*-----------------------------------------------------------*
  4840 240-ADD-ATTENDANCE.
  4850     MOVE ZERO TO TH-DAYS-COUNTED.
  4860     MOVE ZERO TO TH-DAYS-ABSENT.
  4870     MOVE ZERO TO TH-ATTEND-RATE.
  4880     IF WS-ATTNTOT-OPEN = 'YES'
  4890         MOVE STUDENT-ID TO AT-STUDENT-ID
  4900         MOVE WS-TERM-ID TO AT-TERM
  4910         READ ATTEND-TOTAL-FILE
  4920         EVALUATE WS-ATTNTOT-FS
  4930             WHEN '00'
  4940                 COMPUTE WS-DAYS-ATTENDED = AT-DAYS-PRESENT
  4950                     + AT-DAYS-LATE
  4960                 COMPUTE TH-DAYS-COUNTED = WS-DAYS-ATTENDED
  4970                     + AT-DAYS-ABSENT
  4980                 MOVE AT-DAYS-ABSENT TO TH-DAYS-ABSENT
  4990             WHEN '23'
  5000                 CONTINUE
  5010             WHEN OTHER
  5020                 DISPLAY 'UNABLE TO READ ATTNTOT - FILE STATUS '
  5030                     WS-ATTNTOT-FS
  5040                 PERFORM 950-ABEND-RUN
  5050         END-EVALUATE
  5060     END-IF.
  5070     IF TH-DAYS-COUNTED > 0
  5080         COMPUTE TH-ATTEND-RATE ROUNDED =
  5090             WS-DAYS-ATTENDED * 100 / TH-DAYS-COUNTED
  5100     ELSE
  5110         ADD 1 TO WS-NO-ATTEND-COUNT
  5120     END-IF.
  5130*
  5140*-----------------------------------------------------------*
  5150* 235-MOVE-ONE-SCORE                                         *
  5160*-----------------------------------------------------------*
  5170 235-MOVE-ONE-SCORE.
  5180     MOVE STUDENT-SUBJ-CODE (WS-SUB-IDX)
  5190         TO TH-SUBJ-CODE (WS-SUB-IDX).
  5200     MOVE STUDENT-SUBJ-SCORE (WS-SUB-IDX)
  5210         TO TH-SUBJ-SCORE (WS-SUB-IDX).
  5220*
  5230*-----------------------------------------------------------*
  5240* 900-TERMINATE                                              *
  5250*-----------------------------------------------------------*
  5260 900-TERMINATE.
  5270     CLOSE STUDENT-FILE.
  5280     CLOSE HISTORY-FILE.
  5290     IF WS-ATTNTOT-OPEN = 'YES'
  5300         CLOSE ATTEND-TOTAL-FILE
  5310     END-IF.
  5320     DISPLAY 'TERM CLOSED.............. ' WS-TERM-ID.
  5330     DISPLAY 'STUDENTS READ............ ' WS-READ-COUNT.
  5340     DISPLAY 'SNAPSHOTS WRITTEN........ ' WS-WRITTEN-COUNT.
  5350     DISPLAY 'SNAPSHOTS REPLACED....... ' WS-REPLACED-COUNT.
  5360     DISPLAY 'NO ATTENDANCE RECORDED... ' WS-NO-ATTEND-COUNT.
  5370     PERFORM 930-WRITE-RUN-LOG.
  5380*
  5390*-----------------------------------------------------------*
  5400* 930-WRITE-RUN-LOG                                          *
  5410*                                                            *
  5420* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE, WITH    *
  5430* THE TERM CLOSED IN RL-RUN-DETAIL SO TRNSCRPT CAN PROVE    *
  5440* THE TERM WAS CLOSED CLEANLY. CALLED ON A CLEAN END AND    *
  5450* FROM 950-ABEND-RUN, SO A FAILURE HERE IS REPORTED BUT     *
  5460* NEVER RE-ABENDS THE RUN.                                   *
  5470*-----------------------------------------------------------*
  5480 930-WRITE-RUN-LOG.
  5490     OPEN EXTEND RUN-LOG-FILE.
  5500     IF WS-RUNLOG-FS NOT = '00'
  5510         AND WS-RUNLOG-FS NOT = '05'
  5520         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  5530             WS-RUNLOG-FS
  5540     ELSE
  5550         MOVE SPACES TO RUN-LOG-RECORD
  5560         MOVE 'TERMSNAP'          TO RL-PROGRAM-NAME
  5570         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  5580         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  5590         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  5600         ACCEPT WS-RUN-END-TIME FROM TIME
  5610         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  5620         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  5630         MOVE WS-READ-COUNT       TO RL-RECORDS-READ
  5640         COMPUTE RL-RECORDS-WRITTEN = WS-WRITTEN-COUNT
  5650             + WS-REPLACED-COUNT
  5660         MOVE ZEROES              TO RL-EXCEPTION-COUNT
  5670         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  5680         MOVE RETURN-CODE         TO RL-RETURN-CODE
  5690         MOVE WS-TERM-ID          TO RL-RUN-DETAIL
  5700         MOVE WS-BUSDATE-OVERRIDE TO RL-OVERRIDE-FLAG
  5710         MOVE WS-OVERRIDE-VALUE   TO RL-OVERRIDE-VALUE
  5720         WRITE RUN-LOG-RECORD
  5730         IF WS-RUNLOG-FS NOT = '00'
  5740             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  5750                 WS-RUNLOG-FS
  5760         END-IF
  5770         CLOSE RUN-LOG-FILE
  5780     END-IF.
  5790*
  5800*-----------------------------------------------------------*
  5810* 950-ABEND-RUN                                              *
  5820*-----------------------------------------------------------*
  5830 950-ABEND-RUN.
  5840     DISPLAY 'TERMSNAP IS ABENDING - SEE THE MESSAGE ABOVE'.
  5850     MOVE 16 TO RETURN-CODE.
  5860     PERFORM 930-WRITE-RUN-LOG.
  5870     STOP RUN.
