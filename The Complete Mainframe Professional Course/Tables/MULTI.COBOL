   700*                  SEPARATE STUDENTS.DAT FILES PER CLASS.       *
   710*                  EXISTING STUDENTS.DAT FILES IN THE OLD       *
   720*                  LAYOUT NEED A ONE-TIME RELOAD.               *
   730* 2026-10-15 DP    EACH REPORT CARD NOW SHOWS THE STUDENT'S     *
   740*                  ATTENDANCE FOR THE CURRENT TERM FROM THE     *
   750*                  ATTNTOT TOTALS ATTNPOST BUILDS - RATE,       *
   760*                  DAYS ABSENT, LATE AND EXCUSED. THE CURRENT   *
   770*                  TERM IS THE TERMCAL TERM CONTAINING THE RUN  *
   780*                  DATE, OR BETWEEN TERMS THE ONE THAT LAST     *
   790*                  STARTED.                                     *
   800* 2026-10-15 DP    THE CURRENT TERM FOR THE ATTENDANCE LINE IS  *
   810*                  NOW THE CURRENT TERM ON THE BUSDATE          *
   820*                  BUSINESS-DATE CONTROL FILE, WHICH DATEADV    *
   830*                  SETS BY THE SAME RULE, SO THE CARDS AGREE    *
   840*                  WITH EVERY OTHER STUDENT JOB. THE TERMCAL    *
   850*                  LOAD AND WALK ARE GONE.                      *
   860*-----------------------------------------------------------*
   870 ENVIRONMENT DIVISION.
   880 INPUT-OUTPUT SECTION.
   890 FILE-CONTROL.
   900     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
   910         ORGANIZATION IS INDEXED
   920         ACCESS MODE IS SEQUENTIAL
   930         RECORD KEY IS STUDENT-ID
   940         FILE STATUS IS WS-STUDENT-FS.
   950*
   960     SELECT EXCEPTION-FILE ASSIGN TO "SCOREXCP"
   970         ORGANIZATION IS LINE SEQUENTIAL
   980         ACCESS MODE IS SEQUENTIAL
   990         FILE STATUS IS WS-EXCEPTION-FS.
  1000*
  1010     SELECT REPORT-FILE ASSIGN TO "RPTCARDS"
  1020         ORGANIZATION IS LINE SEQUENTIAL
  1030         ACCESS MODE IS SEQUENTIAL
  1040         FILE STATUS IS WS-REPORT-FS.
  1050*
  1060     SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
  1070         ORGANIZATION IS LINE SEQUENTIAL
  1080         ACCESS MODE IS SEQUENTIAL
  1090         FILE STATUS IS WS-SUBJREF-FS.
  1100*
  1110     SELECT CLASS-REF-FILE ASSIGN TO "CLASSREF"
  1120         ORGANIZATION IS LINE SEQUENTIAL
  1130         ACCESS MODE IS SEQUENTIAL
  1140         FILE STATUS IS WS-CLASSREF-FS.
  1150*
  1160     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
  1170         ORGANIZATION IS LINE SEQUENTIAL
  1180         ACCESS MODE IS SEQUENTIAL
  1190         FILE STATUS IS WS-RUNLOG-FS.
  1200*
  1210     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
  1220         ORGANIZATION IS LINE SEQUENTIAL
  1230         ACCESS MODE IS SEQUENTIAL
  1240         FILE STATUS IS WS-BUSDATE-FS.
  1250*
  1260     SELECT OPTIONAL ATTEND-TOTAL-FILE ASSIGN TO "ATTNTOT"
  1270         ORGANIZATION IS INDEXED
  1280         ACCESS MODE IS RANDOM
  1290         RECORD KEY IS AT-KEY
  1300         FILE STATUS IS WS-ATTNTOT-FS.
  1310*
  1320 DATA DIVISION.
  1330 FILE SECTION.
  1340 FD  STUDENT-FILE.
  1350 01  STUDENT-FILE-RECORD.
  1360     COPY STUDENTREC.
  1370*
  1380 FD  EXCEPTION-FILE.
  1390 01  EXCEPTION-RECORD           PIC X(80).
  1400*
  1410 FD  REPORT-FILE.
  1420 01  REPORT-LINE                PIC X(80).
  1430*
  1440 FD  SUBJECT-REF-FILE.
  1450 01  SUBJECT-REF-RECORD.
  1460     COPY SUBJREF.
  1470*
  1480 FD  CLASS-REF-FILE.
  1490 01  CLASS-REF-RECORD.
  1500     COPY CLASSREF.
  1510*
  1520 FD  RUN-LOG-FILE.
  1530 01  RUN-LOG-RECORD.
  1540     COPY RUNLOGREC.
  1550*
  1560 FD  BUS-DATE-FILE.
  1570 01  BUS-DATE-RECORD.
  1580     COPY BUSDREC.
  1590*
  1600 FD  ATTEND-TOTAL-FILE.
  1610 01  ATTEND-TOTAL-RECORD.
  1620     COPY ATTNREC.
  1630*
  1640 WORKING-STORAGE SECTION.
  1650*
  1660 01  WS-STUDENT-COUNT        PIC 9(3)  VALUE ZERO.
  1670 01  WS-STUDENT-FS           PIC X(2)  VALUE SPACES.
  1680 01  END-OF-FILE             PIC X(3)  VALUE 'NO'.
  1690 01  WS-SUB-IDX              PIC 9     VALUE ZERO.
  1700 01  WS-STUDENT-TOTAL        PIC 9(4)  VALUE ZERO.
  1710 01  WS-STUDENT-VALID-COUNT  PIC 9     VALUE ZERO.
  1720 01  WS-STUDENT-AVERAGE      PIC 9(3)V99 VALUE ZERO.
  1730 01  WS-STUDENT-GRADE        PIC X(1)  VALUE SPACE.
  1740 01  WS-EXCEPTION-FS         PIC X(2)  VALUE SPACES.
  1750 01  WS-EXCEPTION-COUNT      PIC 9(3)  VALUE ZERO.
  1760 01  WS-REPORT-FS            PIC X(2)  VALUE SPACES.
  1770 01  WS-SUBJREF-FS           PIC X(2)  VALUE SPACES.
  1780 01  WS-CLASSREF-FS          PIC X(2)  VALUE SPACES.
  1790*
  1800*-----------------------------------------------------------*
  1810* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1820* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1830* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1840*-----------------------------------------------------------*
  1850 01  WS-RUNLOG-FS            PIC X(2)  VALUE SPACES.
  1860 01  WS-RUN-START-DATE       PIC X(8)  VALUE SPACES.
  1870 01  WS-RUN-START-TIME       PIC X(8)  VALUE SPACES.
  1880 01  WS-RUN-END-DATE         PIC X(8)  VALUE SPACES.
  1890 01  WS-RUN-END-TIME         PIC X(8)  VALUE SPACES.
  1900*
  1910*-----------------------------------------------------------*
  1920* SUBJECT REFERENCE TABLE - LOADED FROM SUBJREF AT STARTUP.  *
  1930* EVERY REPORT LOOKS SUBJECT CODES UP HERE SO THE OFFICE     *
  1940* READS MATHEMATICS, NOT SUBJECT 2. A CODE THAT IS NOT ON    *
  1950* THE REFERENCE FILE PRINTS AS THE CODE ITSELF SO A GAP IN   *
  1960* SUBJREF IS VISIBLE RATHER THAN HIDDEN.                     *
  1970*-----------------------------------------------------------*
  1980 01  WS-SUBJREF-COUNT        PIC 9(2)  VALUE ZERO.
  1990 01  SUBJECT-REF-TABLE.
  2000     05  SUBJECT-REF-ENTRY OCCURS 20 TIMES INDEXED BY REF-IDX.
  2010         10  REF-SUBJ-CODE   PIC X(3)  VALUE SPACES.
  2020         10  REF-SUBJ-NAME   PIC X(15) VALUE SPACES.
  2030*
  2040 01  WS-LOOKUP-CODE          PIC X(3)  VALUE SPACES.
  2050 01  WS-LOOKUP-NAME          PIC X(15) VALUE SPACES.
  2060*
  2070*-----------------------------------------------------------*
  2080* CLASS REFERENCE TABLE - LOADED FROM CLASSREF AT STARTUP   *
  2090* SO THE STATISTICS AND THE REPORT CARDS CAN NAME EACH      *
  2100* CLASS. A CODE THAT IS NOT ON THE REFERENCE FILE PRINTS    *
  2110* AS THE CODE ITSELF SO A GAP IN CLASSREF IS VISIBLE.       *
  2120*-----------------------------------------------------------*
  2130 01  WS-CLASSREF-COUNT       PIC 9(2)  VALUE ZERO.
  2140 01  CLASS-REF-TABLE.
  2150     05  CLASS-REF-ENTRY OCCURS 20 TIMES INDEXED BY CRF-IDX.
  2160         10  REF-CLASS-CODE  PIC X(3)  VALUE SPACES.
  2170         10  REF-CLASS-NAME  PIC X(15) VALUE SPACES.
  2180*
  2190 01  WS-CLASS-LOOKUP-CODE    PIC X(3)  VALUE SPACES.
  2200 01  WS-CLASS-LOOKUP-NAME    PIC X(15) VALUE SPACES.
  2210*
  2220*-----------------------------------------------------------*
  2230* CURRENT TERM FOR THE ATTENDANCE LINE - THE CURRENT TERM   *
  2240* ON THE BUSDATE CONTROL ROW (THE TERMCAL TERM CONTAINING   *
  2250* THE BUSINESS DATE, OR BETWEEN TERMS THE ONE THAT LAST     *
  2260* STARTED). NO BUSDATE, NO TERM ON IT OR NO ATTNTOT FILE AT *
  2270* ALL SIMPLY MEANS THE CARDS SAY NOT RECORDED.              *
  2280*-----------------------------------------------------------*
  2290 01  WS-BUSDATE-FS           PIC X(2)  VALUE SPACES.
  2300 01  WS-CURRENT-TERM         PIC X(6)  VALUE SPACES.
  2310 01  WS-ATTNTOT-FS           PIC X(2)  VALUE SPACES.
  2320 01  WS-ATTNTOT-OPEN         PIC X(3)  VALUE 'NO'.
  2330 01  WS-DAYS-ATTENDED        PIC 9(4)  VALUE ZERO.
  2340*
  2350*-----------------------------------------------------------*
  2360* CLASS LIST - EVERY DISTINCT CLASS CODE SEEN ON THE        *
  2370* ROSTER THIS RUN, IN FIRST-SEEN ORDER. THE STATISTICS AND  *
  2380* THE REPORT CARDS ARE GROUPED BY WALKING THIS LIST. ONCE   *
  2390* ALL 20 SLOTS ARE TAKEN A FURTHER NEW CLASS IS LEFT OUT    *
  2400* OF THE GROUPED REPORTS - WARNED ONCE.                     *
  2410*-----------------------------------------------------------*
  2420 01  WS-CLASS-LIST-COUNT     PIC 9(2)  VALUE ZERO.
  2430 01  WS-CLASS-LIST-WARNED    PIC X(3)  VALUE 'NO'.
  2440 01  WS-CLASS-LIST-SUB       PIC 9(2)  VALUE ZERO.
  2450 01  WS-CURRENT-CLASS        PIC X(3)  VALUE SPACES.
  2460 01  WS-CLASS-SIZE           PIC 9(3)  VALUE ZERO.
  2470 01  CLASS-LIST-TABLE.
  2480     05  CLASS-LIST-ENTRY OCCURS 20 TIMES INDEXED BY CLL-IDX.
  2490         10  CL-CLASS-CODE   PIC X(3)  VALUE SPACES.
  2500*
  2510*-----------------------------------------------------------*
  2520* CLASS-SUBJECT-STATS - RUNNING TOTAL, VALID-SCORE COUNT,     *
  2530* HIGH, AND LOW PER SUBJECT CODE SEEN ON THE ROSTER,          *
  2540* ACCUMULATED ONE STUDENT AT A TIME AS THE ROSTER STREAMS     *
  2550* THROUGH. ONCE ALL 20 SLOTS ARE TAKEN ANY FURTHER NEW CODE   *
  2560* IS LEFT OUT OF THE STATISTICS - WARNED ONCE, THE FIRST TIME *
  2570* THAT HAPPENS, SO THE GAP IS VISIBLE RATHER THAN SILENT.     *
  2580*-----------------------------------------------------------*
  2590 01  WS-CLASS-SUBJ-COUNT     PIC 9(2)  VALUE ZERO.
  2600 01  WS-CLASS-CAP-WARNED     PIC X(3)  VALUE 'NO'.
  2610 01  CLASS-SUBJECT-STATS.
  2620     05  CLASS-SUBJECT-STAT-ENTRY OCCURS 20 TIMES
  2630             INDEXED BY CLS-IDX.
  2640         10  CLASS-SUBJECT-CLASS       PIC X(3) VALUE SPACES.
  2650         10  CLASS-SUBJECT-CODE        PIC X(3) VALUE SPACES.
  2660         10  CLASS-SUBJECT-TOTAL       PIC 9(6) VALUE ZERO.
  2670         10  CLASS-SUBJECT-VALID-COUNT PIC 9(3) VALUE ZERO.
  2680         10  CLASS-SUBJECT-HIGH        PIC 9(3) VALUE ZERO.
  2690         10  CLASS-SUBJECT-LOW         PIC 9(3) VALUE 999.
  2700*
  2710 01  WS-CLASS-SUBJECT-AVERAGE   PIC 9(3)V99 VALUE ZERO.
  2720*
  2730*-----------------------------------------------------------*
  2740* ROSTER TABLE FOR THE REPORT CARDS - CLASS RANK NEEDS EVERY *
  2750* STUDENT'S AVERAGE BEFORE ANY CARD CAN BE PRINTED, SO EACH  *
  2760* STUDENT IS HELD HERE AS THE ROSTER STREAMS THROUGH AND THE *
  2770* CARDS ARE PRINTED BY 400-PRINT-REPORT-CARDS AT END OF RUN. *
  2780* ONCE ALL 500 SLOTS ARE TAKEN ANY FURTHER STUDENT STILL     *
  2790* GETS THE CONSOLE LINE AND THE CLASS STATISTICS BUT NO      *
  2800* REPORT CARD - WARNED ONCE, THE FIRST TIME THAT HAPPENS,    *
  2810* SO THE GAP IS VISIBLE RATHER THAN SILENT.                  *
  2820*-----------------------------------------------------------*
  2830 01  WS-ROSTER-SAVED         PIC 9(3)  VALUE ZERO.
  2840 01  WS-ROSTER-CAP-WARNED    PIC X(3)  VALUE 'NO'.
  2850 01  ROSTER-TABLE.
  2860     05  ROSTER-ENTRY OCCURS 500 TIMES.
  2870         10  RT-STUDENT-ID      PIC X(6).
  2880         10  RT-STUDENT-NAME    PIC X(15).
  2890         10  RT-CLASS-CODE      PIC X(3).
  2900         10  RT-SUBJECT-ENTRY OCCURS 6 TIMES.
  2910             15  RT-SUBJ-CODE   PIC X(3).
  2920             15  RT-SUBJ-SCORE  PIC 9(3).
  2930         10  RT-AVERAGE         PIC 9(3)V99.
  2940         10  RT-GRADE           PIC X(1).
  2950         10  RT-ATTEND-ON-FILE  PIC X(3).
  2960         10  RT-DAYS-COUNTED    PIC 9(3).
  2970         10  RT-DAYS-ABSENT     PIC 9(3).
  2980         10  RT-DAYS-LATE       PIC 9(3).
  2990         10  RT-DAYS-EXCUSED    PIC 9(3).
  3000         10  RT-ATTEND-RATE     PIC 9(3)V9.
  3010*
  3020 01  WS-CARD-SUB             PIC 9(3)  VALUE ZERO.
  3030 01  WS-RANK-SUB             PIC 9(3)  VALUE ZERO.
  3040 01  WS-CLASS-RANK           PIC 9(3)  VALUE ZERO.
  3050 01  WS-RANK-DISP            PIC ZZ9.
  3060 01  WS-COUNT-DISP           PIC ZZ9.
  3070 01  WS-AVERAGE-DISP         PIC ZZ9.99.
  3080 01  WS-SCORE-DISP           PIC ZZ9.
  3090 01  WS-RATE-DISP            PIC ZZ9.9.
  3100 01  WS-ABSENT-DISP          PIC ZZ9.
  3110 01  WS-LATE-DISP            PIC ZZ9.
  3120 01  WS-EXCUSED-DISP         PIC ZZ9.
  3130 01  WS-CARD-SUBJ-SUB        PIC 9     VALUE ZERO.
  3140*
  3150 PROCEDURE DIVISION.
  3160*
  3170*-----------------------------------------------------------*
  3180* 000-MAIN-PROCEDURE                                        *
  3190*-----------------------------------------------------------*
  3200 000-MAIN-PROCEDURE.
  3210     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  3220     ACCEPT WS-RUN-START-TIME FROM TIME.
  3230     PERFORM 100-INITIALIZE.
  3240     PERFORM 200-PROCESS-ROSTER UNTIL END-OF-FILE = 'YES'.
  3250     PERFORM 900-TERMINATE.
  3260     PERFORM 930-WRITE-RUN-LOG.
  3270     STOP RUN.
  3280*
  3290*-----------------------------------------------------------*
  3300* 100-INITIALIZE                                             *
  3310*                                                            *
  3320* LOADS THE SUBJECT REFERENCE TABLE - A MISSING SUBJREF IS A *
  3330* REAL ERROR, EVERY REPORT NAMES SUBJECTS FROM IT - THEN     *
  3340* OPENS STUDENT-FILE FOR THE READ PASS. FILE STATUS 35 MEANS *
  3350* THE INDEXED FILE HAS NEVER BEEN CREATED, SO IT IS BUILT AND *
  3360* SEEDED WITH THE ORIGINAL DEMONSTRATION ROW SO THE PROGRAM   *
  3370* STILL HAS SOMETHING TO SHOW ON A FIRST RUN. ANY OTHER       *
  3380* NON-ZERO STATUS IS A REAL OPEN FAILURE AND ABENDS RATHER    *
  3390* THAN RISK OVERWRITING AN EXISTING ROSTER. THE ATTENDANCE    *
  3400* TOTALS ARE OPENED FOR LOOKUP ONLY WHEN THERE IS A CURRENT   *
  3410* TERM TO LOOK UP.                                            *
  3420*-----------------------------------------------------------*
  3430 100-INITIALIZE.
  3440     OPEN INPUT SUBJECT-REF-FILE.
  3450     IF WS-SUBJREF-FS NOT = '00'
  3460         DISPLAY 'UNABLE TO OPEN SUBJREF - FILE STATUS '
  3470             WS-SUBJREF-FS
  3480         PERFORM 950-ABEND-RUN
  3490     END-IF.
  3500     PERFORM 108-LOAD-SUBJECT-REF UNTIL END-OF-FILE = 'YES'.
  3510     CLOSE SUBJECT-REF-FILE.
  3520     MOVE 'NO' TO END-OF-FILE.
  3530     OPEN INPUT CLASS-REF-FILE.
  3540     IF WS-CLASSREF-FS NOT = '00'
  3550         DISPLAY 'UNABLE TO OPEN CLASSREF - FILE STATUS '
  3560             WS-CLASSREF-FS
  3570         PERFORM 950-ABEND-RUN
  3580     END-IF.
  3590     PERFORM 109-LOAD-CLASS-REF UNTIL END-OF-FILE = 'YES'.
  3600     CLOSE CLASS-REF-FILE.
  3610     MOVE 'NO' TO END-OF-FILE.
  3620     PERFORM 120-FIND-CURRENT-TERM.
  3630     OPEN OUTPUT EXCEPTION-FILE.
  3640     IF WS-EXCEPTION-FS NOT = '00'
  3650         DISPLAY 'UNABLE TO OPEN SCOREXCP - FILE STATUS '
  3660             WS-EXCEPTION-FS
  3670         PERFORM 950-ABEND-RUN
  3680     END-IF.
  3690     OPEN OUTPUT REPORT-FILE.
  3700     IF WS-REPORT-FS NOT = '00'
  3710         DISPLAY 'UNABLE TO OPEN RPTCARDS - FILE STATUS '
  3720             WS-REPORT-FS
  3730         PERFORM 950-ABEND-RUN
  3740     END-IF.
  3750     OPEN INPUT STUDENT-FILE.
  3760     IF WS-STUDENT-FS = '35'
  3770         PERFORM 105-SEED-DEMO-STUDENT
  3780         OPEN INPUT STUDENT-FILE
  3790     ELSE
  3800         IF WS-STUDENT-FS NOT = '00'
  3810             DISPLAY 'UNABLE TO OPEN STUDENTS.DAT - FILE STATUS '
  3820                 WS-STUDENT-FS
  3830             PERFORM 950-ABEND-RUN
  3840         END-IF
  3850     END-IF.
  3860     PERFORM 110-READ-STUDENT-RECORD.
  3870*
  3880*-----------------------------------------------------------*
  3890* 105-SEED-DEMO-STUDENT                                     *
  3900*-----------------------------------------------------------*
  3910 105-SEED-DEMO-STUDENT.
  3920     OPEN OUTPUT STUDENT-FILE.
  3930     MOVE '000001'  TO STUDENT-ID.
  3940     MOVE 'STEVE'   TO STUDENT-NAME.
  3950     MOVE '7A'      TO STUDENT-CLASS-CODE.
  3960     MOVE 'MAT'     TO STUDENT-SUBJ-CODE (1).
  3970     MOVE 35        TO STUDENT-SUBJ-SCORE (1).
  3980     MOVE 'HIS'     TO STUDENT-SUBJ-CODE (2).
  3990     MOVE 57        TO STUDENT-SUBJ-SCORE (2).
  4000     MOVE 'SCI'     TO STUDENT-SUBJ-CODE (3).
  4010     MOVE 83        TO STUDENT-SUBJ-SCORE (3).
  4020     PERFORM 106-BLANK-SEED-SLOT
  4030         VARYING WS-SUB-IDX FROM 4 BY 1
  4040         UNTIL WS-SUB-IDX > 6.
  4050     WRITE STUDENT-FILE-RECORD.
  4060     CLOSE STUDENT-FILE.
  4070*
  4080*-----------------------------------------------------------*
  4090* 106-BLANK-SEED-SLOT                                        *
  4100*-----------------------------------------------------------*
  4110 106-BLANK-SEED-SLOT.
  4120     MOVE SPACES TO STUDENT-SUBJ-CODE (WS-SUB-IDX).
  4130     MOVE ZERO   TO STUDENT-SUBJ-SCORE (WS-SUB-IDX).
  4140*
  4150*-----------------------------------------------------------*
  4160* 108-LOAD-SUBJECT-REF                                       *
  4170*-----------------------------------------------------------*
  4180 108-LOAD-SUBJECT-REF.
  4190     READ SUBJECT-REF-FILE
  4200         AT END
  4210             MOVE 'YES' TO END-OF-FILE
  4220     END-READ.
  4230     IF END-OF-FILE NOT = 'YES'
  4240         AND WS-SUBJREF-FS NOT = '00'
  4250         DISPLAY 'ERROR READING SUBJREF - FILE STATUS '
  4260             WS-SUBJREF-FS
  4270         PERFORM 950-ABEND-RUN
  4280     END-IF.
  4290     IF END-OF-FILE NOT = 'YES'
  4300         IF WS-SUBJREF-COUNT < 20
  4310             ADD 1 TO WS-SUBJREF-COUNT
  4320             SET REF-IDX TO WS-SUBJREF-COUNT
  4330             MOVE SREF-CODE TO REF-SUBJ-CODE (REF-IDX)
  4340             MOVE SREF-NAME TO REF-SUBJ-NAME (REF-IDX)
  4350         ELSE
  4360             DISPLAY 'WARNING - SUBJECT REF TABLE FULL, '
  4370                 'SUBJREF ENTRY SKIPPED: ' SREF-CODE
  4380         END-IF
  4390     END-IF.
  4400*
  4410*-----------------------------------------------------------*
  4420* 109-LOAD-CLASS-REF                                         *
  4430*-----------------------------------------------------------*
  4440 109-LOAD-CLASS-REF.
  4450     READ CLASS-REF-FILE
  4460         AT END
  4470             MOVE 'YES' TO END-OF-FILE
  4480     END-READ.
  4490     IF END-OF-FILE NOT = 'YES'
  4500         AND WS-CLASSREF-FS NOT = '00'
  4510         DISPLAY 'ERROR READING CLASSREF - FILE STATUS '
  4520             WS-CLASSREF-FS
  4530         PERFORM 950-ABEND-RUN
  4540     END-IF.
  4550     IF END-OF-FILE NOT = 'YES'
  4560         IF WS-CLASSREF-COUNT < 20
  4570             ADD 1 TO WS-CLASSREF-COUNT
  4580             SET CRF-IDX TO WS-CLASSREF-COUNT
  4590             MOVE CREF-CODE TO REF-CLASS-CODE (CRF-IDX)
  4600             MOVE CREF-NAME TO REF-CLASS-NAME (CRF-IDX)
  4610         ELSE
  4620             DISPLAY 'WARNING - CLASS REF TABLE FULL, '
  4630                 'CLASSREF ENTRY SKIPPED: ' CREF-CODE
  4640         END-IF
  4650     END-IF.
  4660*
  4670*-----------------------------------------------------------*
  4680* 120-FIND-CURRENT-TERM                                      *
  4690*                                                            *
  4700* READS THE CURRENT TERM FOR THE ATTENDANCE LINE FROM THE   *
  4710* BUSDATE CONTROL ROW, THEN OPENS ATTNTOT. A MISSING OR     *
  4720* EMPTY BUSDATE OR A MISSING ATTNTOT IS NOT AN ERROR HERE - *
  4730* THE REPORT CARDS STILL PRINT, WITH NO ATTENDANCE          *
  4740* RECORDED.                                                 *
  4750*-----------------------------------------------------------*
  4760 120-FIND-CURRENT-TERM.
  4770     OPEN INPUT BUS-DATE-FILE.
  4780     EVALUATE WS-BUSDATE-FS
  4790         WHEN '00'
  4800             READ BUS-DATE-FILE
  4810                 AT END
  4820                     CONTINUE
  4830                 NOT AT END
  4840                     MOVE BD-CURRENT-TERM TO WS-CURRENT-TERM
  4850             END-READ
  4860             IF WS-BUSDATE-FS NOT = '00'
  4870                 AND WS-BUSDATE-FS NOT = '10'
  4880                 DISPLAY 'ERROR READING BUSDATE - FILE STATUS '
  4890                     WS-BUSDATE-FS
  4900                 PERFORM 950-ABEND-RUN
  4910             END-IF
  4920             CLOSE BUS-DATE-FILE
  4930         WHEN '05'
  4940             CLOSE BUS-DATE-FILE
  4950         WHEN OTHER
  4960             DISPLAY 'UNABLE TO OPEN BUSDATE - FILE STATUS '
  4970                 WS-BUSDATE-FS
  4980             PERFORM 950-ABEND-RUN
  4990     END-EVALUATE.
  5000     IF WS-CURRENT-TERM = SPACES
  5010         DISPLAY 'NO CURRENT TERM ON BUSDATE - REPORT CARDS '
  5020             'CARRY NO ATTENDANCE'
  5030     ELSE
  5040         OPEN INPUT ATTEND-TOTAL-FILE
  5050         EVALUATE WS-ATTNTOT-FS
  5060             WHEN '00'
  5070                 MOVE 'YES' TO WS-ATTNTOT-OPEN
  5080             WHEN '05'
  5090                 CLOSE ATTEND-TOTAL-FILE
  5100             WHEN '35'
  5110                 CONTINUE
  5120             WHEN OTHER
  5130                 DISPLAY 'UNABLE TO OPEN ATTNTOT - FILE STATUS '
  5140                     WS-ATTNTOT-FS
  5150                 PERFORM 950-ABEND-RUN
  5160         END-EVALUATE
  5170     END-IF.
  5180*
  5190*-----------------------------------------------------------*
  5200* 110-READ-STUDENT-RECORD                                   *
  5210*-----------------------------------------------------------*
  5220 110-READ-STUDENT-RECORD.
  5230     READ STUDENT-FILE
  5240         AT END
  5250             MOVE 'YES' TO END-OF-FILE
  5260     END-READ.
  5270     IF END-OF-FILE NOT = 'YES'
  5280         AND WS-STUDENT-FS NOT = '00'
  5290         PERFORM 950-ABEND-RUN
  5300     END-IF.
  5310*
  5320*-----------------------------------------------------------*
  5330* 115-FIND-SUBJECT-NAME                                      *
  5340*                                                            *
  5350* LOOKS WS-LOOKUP-CODE UP IN THE SUBJECT REFERENCE TABLE.   *
  5360* A CODE THAT IS NOT THERE COMES BACK AS ITSELF SO A GAP IN *
  5370* SUBJREF SHOWS ON THE REPORT INSTEAD OF HIDING THE SCORE.  *
  5380*-----------------------------------------------------------*
  5390 115-FIND-SUBJECT-NAME.
  5400     MOVE SPACES TO WS-LOOKUP-NAME.
  5410     MOVE WS-LOOKUP-CODE TO WS-LOOKUP-NAME.
  5420     SET REF-IDX TO 1.
  5430     IF WS-SUBJREF-COUNT > 0
  5440         SEARCH SUBJECT-REF-ENTRY
  5450             AT END
  5460                 CONTINUE
  5470             WHEN REF-SUBJ-CODE (REF-IDX) = WS-LOOKUP-CODE
  5480                 MOVE REF-SUBJ-NAME (REF-IDX) TO WS-LOOKUP-NAME
  5490         END-SEARCH
  5500     END-IF.
  5510*
  5520*-----------------------------------------------------------*
  5530* 116-FIND-CLASS-NAME                                        *
  5540*                                                            *
  5550* LOOKS WS-CLASS-LOOKUP-CODE UP IN THE CLASS REFERENCE     *
  5560* TABLE. A CODE THAT IS NOT THERE COMES BACK AS ITSELF SO  *
  5570* A GAP IN CLASSREF SHOWS ON THE REPORT.                   *
  5580*-----------------------------------------------------------*
  5590 116-FIND-CLASS-NAME.
  5600     MOVE SPACES TO WS-CLASS-LOOKUP-NAME.
  5610     MOVE WS-CLASS-LOOKUP-CODE TO WS-CLASS-LOOKUP-NAME.
  5620     SET CRF-IDX TO 1.
  5630     IF WS-CLASSREF-COUNT > 0
  5640         SEARCH CLASS-REF-ENTRY
  5650             AT END
  5660                 CONTINUE
  5670             WHEN REF-CLASS-CODE (CRF-IDX)
  5680                 = WS-CLASS-LOOKUP-CODE
  5690                 MOVE REF-CLASS-NAME (CRF-IDX)
  5700                     TO WS-CLASS-LOOKUP-NAME
  5710         END-SEARCH
  5720     END-IF.
  5730*
  5740*-----------------------------------------------------------*
  5750* 130-VALIDATE-STUDENT-SCORES                                *
  5760*                                                            *
  5770* WALKS THE SIX SUBJECT SLOTS. A BLANK CODE IS AN UNUSED    *
  5780* SLOT AND IS SKIPPED. SCORES ARE UNSIGNED SO THE ONLY      *
  5790* OUT-OF-RANGE CONDITION POSSIBLE IS A SCORE OVER 100,      *
  5800* WHICH IS WRITTEN TO THE EXCEPTIONS REPORT RATHER THAN     *
  5810* SILENTLY LEFT IN THE ROSTER, AND IS EXCLUDED FROM BOTH    *
  5820* THE CLASS SUBJECT STATISTICS AND THIS STUDENT'S OWN       *
  5830* AVERAGE.                                                   *
  5840*-----------------------------------------------------------*
  5850 130-VALIDATE-STUDENT-SCORES.
  5860     MOVE ZERO TO WS-STUDENT-TOTAL.
  5870     MOVE ZERO TO WS-STUDENT-VALID-COUNT.
  5880     PERFORM 135-CHECK-SCORE
  5890         VARYING WS-SUB-IDX FROM 1 BY 1
  5900         UNTIL WS-SUB-IDX > 6.
  5910*
  5920*-----------------------------------------------------------*
  5930* 135-CHECK-SCORE                                            *
  5940*-----------------------------------------------------------*
  5950 135-CHECK-SCORE.
  5960     IF STUDENT-SUBJ-CODE (WS-SUB-IDX) NOT = SPACES
  5970         IF STUDENT-SUBJ-SCORE (WS-SUB-IDX) > 100
  5980             PERFORM 138-WRITE-EXCEPTION
  5990         ELSE
  6000             PERFORM 139-ACCUMULATE-CLASS-SUBJECT
  6010         END-IF
  6020     END-IF.
  6030*
  6040*-----------------------------------------------------------*
  6050* 138-WRITE-EXCEPTION                                        *
  6060*-----------------------------------------------------------*
  6070 138-WRITE-EXCEPTION.
  6080     ADD 1 TO WS-EXCEPTION-COUNT.
  6090     MOVE STUDENT-SUBJ-CODE (WS-SUB-IDX) TO WS-LOOKUP-CODE.
  6100     PERFORM 115-FIND-SUBJECT-NAME.
  6110     MOVE SPACES TO EXCEPTION-RECORD.
  6120     STRING STUDENT-NAME             DELIMITED BY SIZE
  6130         '  '                        DELIMITED BY SIZE
  6140         WS-LOOKUP-NAME              DELIMITED BY SIZE
  6150         '  SCORE '                  DELIMITED BY SIZE
  6160         STUDENT-SUBJ-SCORE (WS-SUB-IDX) DELIMITED BY SIZE
  6170         '  OUT OF RANGE (0-100)'    DELIMITED BY SIZE
  6180         INTO EXCEPTION-RECORD
  6190     END-STRING.
  6200     WRITE EXCEPTION-RECORD.
  6210*
  6220*-----------------------------------------------------------*
  6230* 139-ACCUMULATE-CLASS-SUBJECT                                *
  6240*                                                            *
  6250* FINDS THE STUDENT'S CLASS + THE SLOT'S SUBJECT CODE IN     *
  6260* CLASS-SUBJECT-STATS AND ROLLS THE SCORE INTO ITS TOTAL,    *
  6270* COUNT, HIGH AND LOW, ADDING A NEW ENTRY THE FIRST TIME A   *
  6280* CLASS/SUBJECT PAIR IS SEEN - SO EACH CLASS GETS ITS OWN    *
  6290* SUBJECT STATISTICS INSTEAD OF THE WHOLE SCHOOL'S. ALSO     *
  6300* ROLLS THE SCORE INTO THIS STUDENT'S OWN RUNNING TOTAL AND  *
  6310* VALID-SCORE COUNT, WHICH 210-COMPUTE-AVERAGE DIVIDES TO    *
  6320* GET THE STUDENT AVERAGE - A SCORE 135-CHECK-SCORE REJECTED *
  6330* NEVER REACHES HERE, SO IT CANNOT SKEW EITHER FIGURE.       *
  6340*-----------------------------------------------------------*
  6350 139-ACCUMULATE-CLASS-SUBJECT.
  6360     ADD STUDENT-SUBJ-SCORE (WS-SUB-IDX) TO WS-STUDENT-TOTAL.
  6370     ADD 1 TO WS-STUDENT-VALID-COUNT.
  6380     SET CLS-IDX TO 1.
  6390     SEARCH CLASS-SUBJECT-STAT-ENTRY
  6400         AT END
  6410             IF WS-CLASS-SUBJ-COUNT < 20
  6420                 ADD 1 TO WS-CLASS-SUBJ-COUNT
  6430                 SET CLS-IDX TO WS-CLASS-SUBJ-COUNT
  6440                 MOVE STUDENT-CLASS-CODE
  6450                     TO CLASS-SUBJECT-CLASS (CLS-IDX)
  6460                 MOVE STUDENT-SUBJ-CODE (WS-SUB-IDX)
  6470                     TO CLASS-SUBJECT-CODE (CLS-IDX)
  6480                 PERFORM 140-ROLL-SCORE-INTO-STATS
  6490             ELSE
  6500                 IF WS-CLASS-CAP-WARNED = 'NO'
  6510                     DISPLAY 'WARNING - CLASS SUBJECT TABLE '
  6520                         'FULL, STATISTICS ARE NOW INCOMPLETE'
  6530                     MOVE 'YES' TO WS-CLASS-CAP-WARNED
  6540                 END-IF
  6550             END-IF
  6560         WHEN CLASS-SUBJECT-CLASS (CLS-IDX)
  6570                 = STUDENT-CLASS-CODE
  6580             AND CLASS-SUBJECT-CODE (CLS-IDX)
  6590                 = STUDENT-SUBJ-CODE (WS-SUB-IDX)
  6600             PERFORM 140-ROLL-SCORE-INTO-STATS
  6610     END-SEARCH.
  6620*
  6630*-----------------------------------------------------------*
  6640* 140-ROLL-SCORE-INTO-STATS                                  *
  6650*                                                            *
  6660* CLS-IDX POINTS AT THE SUBJECT'S STATS ENTRY.               *
  6670*-----------------------------------------------------------*
  6680 140-ROLL-SCORE-INTO-STATS.
  6690     ADD STUDENT-SUBJ-SCORE (WS-SUB-IDX)
  6700         TO CLASS-SUBJECT-TOTAL (CLS-IDX).
  6710     ADD 1 TO CLASS-SUBJECT-VALID-COUNT (CLS-IDX).
  6720     IF STUDENT-SUBJ-SCORE (WS-SUB-IDX)
  6730         > CLASS-SUBJECT-HIGH (CLS-IDX)
  6740         MOVE STUDENT-SUBJ-SCORE (WS-SUB-IDX)
  6750             TO CLASS-SUBJECT-HIGH (CLS-IDX)
  6760     END-IF.
  6770     IF STUDENT-SUBJ-SCORE (WS-SUB-IDX)
  6780         < CLASS-SUBJECT-LOW (CLS-IDX)
  6790         MOVE STUDENT-SUBJ-SCORE (WS-SUB-IDX)
  6800             TO CLASS-SUBJECT-LOW (CLS-IDX)
  6810     END-IF.
  6820*
  6830*-----------------------------------------------------------*
  6840* 200-PROCESS-ROSTER                                        *
  6850*-----------------------------------------------------------*
  6860 200-PROCESS-ROSTER.
  6870     ADD 1 TO WS-STUDENT-COUNT.
  6880     PERFORM 205-REGISTER-CLASS.
  6890     PERFORM 130-VALIDATE-STUDENT-SCORES.
  6900     PERFORM 210-COMPUTE-AVERAGE.
  6910     PERFORM 220-ASSIGN-GRADE.
  6920     DISPLAY STUDENT-NAME
  6930         '  AVERAGE: ' WS-STUDENT-AVERAGE
  6940         '  GRADE: '   WS-STUDENT-GRADE.
  6950     PERFORM 230-SAVE-ROSTER-ENTRY.
  6960     PERFORM 110-READ-STUDENT-RECORD.
  6970*
  6980*-----------------------------------------------------------*
  6990* 205-REGISTER-CLASS                                         *
  7000*                                                            *
  7010* ADDS THE STUDENT'S CLASS CODE TO THE CLASS LIST THE       *
  7020* FIRST TIME IT IS SEEN, SO THE STATISTICS AND THE REPORT   *
  7030* CARDS CAN BE WALKED CLASS BY CLASS AT END OF RUN.          *
  7040*-----------------------------------------------------------*
  7050 205-REGISTER-CLASS.
  7060     SET CLL-IDX TO 1.
  7070     SEARCH CLASS-LIST-ENTRY
  7080         AT END
  7090             IF WS-CLASS-LIST-COUNT < 20
  7100                 ADD 1 TO WS-CLASS-LIST-COUNT
  7110                 SET CLL-IDX TO WS-CLASS-LIST-COUNT
  7120                 MOVE STUDENT-CLASS-CODE
  7130                     TO CL-CLASS-CODE (CLL-IDX)
  7140             ELSE
  7150                 IF WS-CLASS-LIST-WARNED = 'NO'
  7160                     DISPLAY 'WARNING - CLASS LIST FULL, '
  7170                         'GROUPED REPORTS ARE NOW INCOMPLETE'
  7180                     MOVE 'YES' TO WS-CLASS-LIST-WARNED
  7190                 END-IF
  7200             END-IF
  7210         WHEN CL-CLASS-CODE (CLL-IDX) = STUDENT-CLASS-CODE
  7220             CONTINUE
  7230     END-SEARCH.
  7240*
  7250*-----------------------------------------------------------*
  7260* 210-COMPUTE-AVERAGE                                        *
  7270*                                                            *
  7280* WS-STUDENT-TOTAL AND WS-STUDENT-VALID-COUNT WERE BUILT BY  *
  7290* 139-ACCUMULATE-CLASS-SUBJECT DURING 130-VALIDATE-STUDENT-  *
  7300* SCORES, SO AN UNUSED SLOT OR A SCORE 135-CHECK-SCORE       *
  7310* REJECTED IS ALREADY LEFT OUT OF BOTH. A STUDENT WITH NO    *
  7320* VALID SCORES AVERAGES TO ZERO RATHER THAN DIVIDING BY      *
  7330* ZERO.                                                      *
  7340*-----------------------------------------------------------*
  7350 210-COMPUTE-AVERAGE.
  7360     IF WS-STUDENT-VALID-COUNT > 0
  7370         COMPUTE WS-STUDENT-AVERAGE ROUNDED =
  7380             WS-STUDENT-TOTAL / WS-STUDENT-VALID-COUNT
  7390     ELSE
  7400         MOVE ZERO TO WS-STUDENT-AVERAGE
  7410     END-IF.
  7420*
  7430*-----------------------------------------------------------*
  7440* 220-ASSIGN-GRADE                                           *
  7450*                                                            *
  7460* STANDARD 90/80/70/60 GRADE BANDS APPLIED TO THE AVERAGE     *
  7470* COMPUTED BY 210-COMPUTE-AVERAGE.                            *
  7480*-----------------------------------------------------------*
  7490 220-ASSIGN-GRADE.
  7500     IF WS-STUDENT-AVERAGE NOT < 90
  7510         MOVE 'A' TO WS-STUDENT-GRADE
  7520     ELSE
  7530         IF WS-STUDENT-AVERAGE NOT < 80
  7540             MOVE 'B' TO WS-STUDENT-GRADE
  7550         ELSE
  7560             IF WS-STUDENT-AVERAGE NOT < 70
  7570                 MOVE 'C' TO WS-STUDENT-GRADE
  7580             ELSE
  7590                 IF WS-STUDENT-AVERAGE NOT < 60
  7600                     MOVE 'D' TO WS-STUDENT-GRADE
  7610                 ELSE
  7620                     MOVE 'F' TO WS-STUDENT-GRADE
  7630                 END-IF
  7640             END-IF
  7650         END-IF
  7660     END-IF.
  7670*
  7680*-----------------------------------------------------------*
  7690* 230-SAVE-ROSTER-ENTRY                                      *
  7700*                                                            *
  7710* HOLDS THE STUDENT JUST PROCESSED IN ROSTER-TABLE SO        *
  7720* 400-PRINT-REPORT-CARDS CAN RANK THE WHOLE CLASS AT END OF  *
  7730* RUN. THE AVERAGE AND GRADE WERE JUST COMPUTED BY           *
  7740* 210-COMPUTE-AVERAGE AND 220-ASSIGN-GRADE.                  *
  7750*-----------------------------------------------------------*
  7760 230-SAVE-ROSTER-ENTRY.
  7770     IF WS-ROSTER-SAVED < 500
  7780         ADD 1 TO WS-ROSTER-SAVED
  7790         MOVE STUDENT-ID   TO RT-STUDENT-ID (WS-ROSTER-SAVED)
  7800         MOVE STUDENT-NAME TO RT-STUDENT-NAME (WS-ROSTER-SAVED)
  7810         MOVE STUDENT-CLASS-CODE
  7820             TO RT-CLASS-CODE (WS-ROSTER-SAVED)
  7830         PERFORM 235-SAVE-ONE-SCORE
  7840             VARYING WS-SUB-IDX FROM 1 BY 1
  7850             UNTIL WS-SUB-IDX > 6
  7860         MOVE WS-STUDENT-AVERAGE TO RT-AVERAGE (WS-ROSTER-SAVED)
  7870         MOVE WS-STUDENT-GRADE   TO RT-GRADE (WS-ROSTER-SAVED)
  7880         PERFORM 238-SAVE-ATTENDANCE
  7890     ELSE
  7900         IF WS-ROSTER-CAP-WARNED = 'NO'
  7910             DISPLAY 'WARNING - ROSTER TABLE FULL, REPORT'
  7920                 ' CARDS ARE NOW INCOMPLETE'
  7930             MOVE 'YES' TO WS-ROSTER-CAP-WARNED
  7940         END-IF
  7950     END-IF.
  7960*
  7970*-----------------------------------------------------------*
  7980* 235-SAVE-ONE-SCORE                                         *
  7990*-----------------------------------------------------------*
  8000 235-SAVE-ONE-SCORE.
  8010     MOVE STUDENT-SUBJ-CODE (WS-SUB-IDX)
  8020         TO RT-SUBJ-CODE (WS-ROSTER-SAVED, WS-SUB-IDX).
  8030     MOVE STUDENT-SUBJ-SCORE (WS-SUB-IDX)
  8040         TO RT-SUBJ-SCORE (WS-ROSTER-SAVED, WS-SUB-IDX).
  8050*
  8060*-----------------------------------------------------------*
  8070* 238-SAVE-ATTENDANCE                                        *
  8080*                                                            *
  8090* THE STUDENT'S ATTNTOT TOTALS FOR THE CURRENT TERM. DAYS   *
  8100* COUNTED LEAVES OUT EXCUSED DAYS AND THE RATE COUNTS A     *
  8110* LATE ARRIVAL AS ATTENDING - THE RULE ATTNREC DESCRIBES.   *
  8120* FILE STATUS 23 MEANS NO DAY WAS POSTED FOR THE STUDENT.   *
  8130*-----------------------------------------------------------*
  8140 238-SAVE-ATTENDANCE.
  8150     MOVE 'NO' TO RT-ATTEND-ON-FILE (WS-ROSTER-SAVED).
  8160     MOVE ZERO TO RT-DAYS-COUNTED (WS-ROSTER-SAVED).
  8170     MOVE ZERO TO RT-DAYS-ABSENT (WS-ROSTER-SAVED).
  8180     MOVE ZERO TO RT-DAYS-LATE (WS-ROSTER-SAVED).
  8190     MOVE ZERO TO RT-DAYS-EXCUSED (WS-ROSTER-SAVED).
  8200     MOVE ZERO TO RT-ATTEND-RATE (WS-ROSTER-SAVED).
  8210     IF WS-ATTNTOT-OPEN = 'YES'
  8220         MOVE STUDENT-ID      TO AT-STUDENT-ID
  8230         MOVE WS-CURRENT-TERM TO AT-TERM
  8240         READ ATTEND-TOTAL-FILE
  8250         EVALUATE WS-ATTNTOT-FS
  8260             WHEN '00'
  8270                 PERFORM 239-MOVE-ATTENDANCE
  8280             WHEN '23'
  8290                 CONTINUE
  8300             WHEN OTHER
  8310                 DISPLAY 'UNABLE TO READ ATTNTOT - FILE STATUS '
  8320                     WS-ATTNTOT-FS
  8330                 PERFORM 950-ABEND-RUN
  8340         END-EVALUATE
  8350     END-IF.
  8360*
  8370*-----------------------------------------------------------*
  8380* 239-MOVE-ATTENDANCE                                        *
  8390*-----------------------------------------------------------*
  8400 239-MOVE-ATTENDANCE.
  8410     MOVE 'YES' TO RT-ATTEND-ON-FILE (WS-ROSTER-SAVED).
  8420     COMPUTE WS-DAYS-ATTENDED = AT-DAYS-PRESENT + AT-DAYS-LATE.
  8430     COMPUTE RT-DAYS-COUNTED (WS-ROSTER-SAVED) =
  8440         WS-DAYS-ATTENDED + AT-DAYS-ABSENT.
  8450     MOVE AT-DAYS-ABSENT  TO RT-DAYS-ABSENT (WS-ROSTER-SAVED).
  8460     MOVE AT-DAYS-LATE    TO RT-DAYS-LATE (WS-ROSTER-SAVED).
  8470     MOVE AT-DAYS-EXCUSED TO RT-DAYS-EXCUSED (WS-ROSTER-SAVED).
  8480     IF RT-DAYS-COUNTED (WS-ROSTER-SAVED) > 0
  8490         COMPUTE RT-ATTEND-RATE (WS-ROSTER-SAVED) ROUNDED =
  8500             WS-DAYS-ATTENDED * 100
  8510                 / RT-DAYS-COUNTED (WS-ROSTER-SAVED)
  8520     END-IF.
  8530*
  8540*-----------------------------------------------------------*
  8550* 900-TERMINATE                                              *
  8560*-----------------------------------------------------------*
  8570 900-TERMINATE.
  8580     PERFORM 400-PRINT-REPORT-CARDS.
  8590     CLOSE STUDENT-FILE.
  8600     CLOSE REPORT-FILE.
  8610     CLOSE EXCEPTION-FILE.
  8620     IF WS-ATTNTOT-OPEN = 'YES'
  8630         CLOSE ATTEND-TOTAL-FILE
  8640     END-IF.
  8650     IF WS-EXCEPTION-COUNT > 0
  8660         DISPLAY 'SCORE EXCEPTIONS WRITTEN TO SCOREXCP: '
  8670             WS-EXCEPTION-COUNT
  8680     END-IF.
  8690     PERFORM 300-PRINT-CLASS-STATISTICS.
  8700*
  8710*-----------------------------------------------------------*
  8720* 300-PRINT-CLASS-STATISTICS                                 *
  8730*-----------------------------------------------------------*
  8740 300-PRINT-CLASS-STATISTICS.
  8750     DISPLAY ' '.
  8760     DISPLAY '===== CLASS SUBJECT STATISTICS ====='.
  8770     DISPLAY 'STUDENTS ON ROSTER: ' WS-STUDENT-COUNT.
  8780     PERFORM 305-PRINT-ONE-CLASS-STATS
  8790         VARYING WS-CLASS-LIST-SUB FROM 1 BY 1
  8800         UNTIL WS-CLASS-LIST-SUB > WS-CLASS-LIST-COUNT.
  8810*
  8820*-----------------------------------------------------------*
  8830* 305-PRINT-ONE-CLASS-STATS                                  *
  8840*                                                            *
  8850* ONE CLASS'S BLOCK - THE CLASS NAMED FROM CLASSREF, THEN   *
  8860* EVERY SUBJECT STATS ENTRY BELONGING TO THAT CLASS.         *
  8870*-----------------------------------------------------------*
  8880 305-PRINT-ONE-CLASS-STATS.
  8890     MOVE CL-CLASS-CODE (WS-CLASS-LIST-SUB)
  8900         TO WS-CURRENT-CLASS.
  8910     MOVE WS-CURRENT-CLASS TO WS-CLASS-LOOKUP-CODE.
  8920     PERFORM 116-FIND-CLASS-NAME.
  8930     DISPLAY 'CLASS ' WS-CURRENT-CLASS
  8940         ' - ' WS-CLASS-LOOKUP-NAME.
  8950     PERFORM 310-PRINT-ONE-SUBJECT
  8960         VARYING CLS-IDX FROM 1 BY 1
  8970         UNTIL CLS-IDX > WS-CLASS-SUBJ-COUNT.
  8980*
  8990*-----------------------------------------------------------*
  9000* 310-PRINT-ONE-SUBJECT                                      *
  9010*                                                            *
  9020* ONLY THE ENTRIES FOR THE CLASS CURRENTLY BEING PRINTED.   *
  9030*-----------------------------------------------------------*
  9040 310-PRINT-ONE-SUBJECT.
  9050     IF CLASS-SUBJECT-CLASS (CLS-IDX) = WS-CURRENT-CLASS
  9060         MOVE CLASS-SUBJECT-CODE (CLS-IDX) TO WS-LOOKUP-CODE
  9070         PERFORM 115-FIND-SUBJECT-NAME
  9080         IF CLASS-SUBJECT-VALID-COUNT (CLS-IDX) > 0
  9090             COMPUTE WS-CLASS-SUBJECT-AVERAGE ROUNDED =
  9100                 CLASS-SUBJECT-TOTAL (CLS-IDX)
  9110                     / CLASS-SUBJECT-VALID-COUNT (CLS-IDX)
  9120             DISPLAY '   ' WS-LOOKUP-NAME
  9130                 '  AVERAGE: ' WS-CLASS-SUBJECT-AVERAGE
  9140                 '  HIGH: '    CLASS-SUBJECT-HIGH (CLS-IDX)
  9150                 '  LOW: '     CLASS-SUBJECT-LOW (CLS-IDX)
  9160         ELSE
  9170             DISPLAY '   ' WS-LOOKUP-NAME
  9180                 '  NO VALID SCORES RECORDED'
  9190         END-IF
  9200     END-IF.
  9210*
  9220*-----------------------------------------------------------*
  9230* 400-PRINT-REPORT-CARDS                                     *
  9240*                                                            *
  9250* PRINTS THE CARDS GROUPED BY CLASS - FOR EACH CLASS ON THE  *
  9260* CLASS LIST A HEADER NAMED FROM CLASSREF, THEN ONE BLOCK    *
  9270* PER STUDENT IN THAT CLASS - NAME, EACH SUBJECT NAMED FROM  *
  9280* SUBJREF WITH ITS SCORE, THE AVERAGE, THE GRADE, AND THE    *
  9290* CLASS RANK (1 OF N BY AVERAGE WITHIN THE CLASS).           *
  9300*-----------------------------------------------------------*
  9310 400-PRINT-REPORT-CARDS.
  9320     PERFORM 405-PRINT-ONE-CLASS-CARDS
  9330         VARYING WS-CLASS-LIST-SUB FROM 1 BY 1
  9340         UNTIL WS-CLASS-LIST-SUB > WS-CLASS-LIST-COUNT.
  9350*
  9360*-----------------------------------------------------------*
  9370* 405-PRINT-ONE-CLASS-CARDS                                  *
  9380*-----------------------------------------------------------*
  9390 405-PRINT-ONE-CLASS-CARDS.
  9400     MOVE CL-CLASS-CODE (WS-CLASS-LIST-SUB)
  9410         TO WS-CURRENT-CLASS.
  9420     MOVE WS-CURRENT-CLASS TO WS-CLASS-LOOKUP-CODE.
  9430     PERFORM 116-FIND-CLASS-NAME.
  9440     PERFORM 408-COUNT-CLASS-SIZE.
  9450     MOVE SPACES TO REPORT-LINE.
  9460     STRING '===== CLASS: '          DELIMITED BY SIZE
  9470             WS-CURRENT-CLASS        DELIMITED BY SIZE
  9480             '  '                    DELIMITED BY SIZE
  9490             WS-CLASS-LOOKUP-NAME    DELIMITED BY SIZE
  9500             ' ====='                DELIMITED BY SIZE
  9510         INTO REPORT-LINE
  9520     END-STRING.
  9530     PERFORM 430-WRITE-REPORT-LINE.
  9540     MOVE SPACES TO REPORT-LINE.
  9550     PERFORM 430-WRITE-REPORT-LINE.
  9560     PERFORM 410-PRINT-ONE-CARD
  9570         VARYING WS-CARD-SUB FROM 1 BY 1
  9580         UNTIL WS-CARD-SUB > WS-ROSTER-SAVED.
  9590*
  9600*-----------------------------------------------------------*
  9610* 408-COUNT-CLASS-SIZE                                       *
  9620*-----------------------------------------------------------*
  9630 408-COUNT-CLASS-SIZE.
  9640     MOVE ZERO TO WS-CLASS-SIZE.
  9650     PERFORM 409-TALLY-CLASS-MEMBER
  9660         VARYING WS-RANK-SUB FROM 1 BY 1
  9670         UNTIL WS-RANK-SUB > WS-ROSTER-SAVED.
  9680*
  9690*-----------------------------------------------------------*
  9700* 409-TALLY-CLASS-MEMBER                                     *
  9710*-----------------------------------------------------------*
  9720 409-TALLY-CLASS-MEMBER.
  9730     IF RT-CLASS-CODE (WS-RANK-SUB) = WS-CURRENT-CLASS
  9740         ADD 1 TO WS-CLASS-SIZE
  9750     END-IF.
  9760*
  9770*-----------------------------------------------------------*
  9780* 410-PRINT-ONE-CARD                                         *
  9790*                                                            *
  9800* ONLY THE STUDENTS OF THE CLASS CURRENTLY BEING PRINTED.   *
  9810*-----------------------------------------------------------*
  9820 410-PRINT-ONE-CARD.
  9830     IF RT-CLASS-CODE (WS-CARD-SUB) = WS-CURRENT-CLASS
  9840         PERFORM 420-COMPUTE-CLASS-RANK
  9850         PERFORM 412-PRINT-CARD-BODY
  9860     END-IF.
  9870*
  9880*-----------------------------------------------------------*
  9890* 412-PRINT-CARD-BODY                                        *
  9900*-----------------------------------------------------------*
  9910 412-PRINT-CARD-BODY.
  9920     MOVE SPACES TO REPORT-LINE.
  9930     STRING 'STUDENT: '                       DELIMITED BY SIZE
  9940             RT-STUDENT-NAME (WS-CARD-SUB)    DELIMITED BY SIZE
  9950             ' (ID '                          DELIMITED BY SIZE
  9960             RT-STUDENT-ID (WS-CARD-SUB)      DELIMITED BY SIZE
  9970             ')'                              DELIMITED BY SIZE
  9980         INTO REPORT-LINE
  9990     END-STRING.
 10000     PERFORM 430-WRITE-REPORT-LINE.
 10010     PERFORM 415-PRINT-CARD-SCORE
 10020         VARYING WS-CARD-SUBJ-SUB FROM 1 BY 1
 10030         UNTIL WS-CARD-SUBJ-SUB > 6.
 10040     MOVE RT-AVERAGE (WS-CARD-SUB) TO WS-AVERAGE-DISP.
 10050     MOVE SPACES TO REPORT-LINE.
 10060     STRING '   AVERAGE: '                    DELIMITED BY SIZE
 10070             WS-AVERAGE-DISP                  DELIMITED BY SIZE
 10080             '   GRADE: '                     DELIMITED BY SIZE
 10090             RT-GRADE (WS-CARD-SUB)           DELIMITED BY SIZE
 10100         INTO REPORT-LINE
 10110     END-STRING.
 10120     PERFORM 430-WRITE-REPORT-LINE.
 10130     MOVE WS-CLASS-RANK TO WS-RANK-DISP.
 10140     MOVE WS-CLASS-SIZE TO WS-COUNT-DISP.
 10150     MOVE SPACES TO REPORT-LINE.
 10160     STRING '   CLASS RANK: '                 DELIMITED BY SIZE
 10170             WS-RANK-DISP                     DELIMITED BY SIZE
 10180             ' OF '                           DELIMITED BY SIZE
 10190             WS-COUNT-DISP                    DELIMITED BY SIZE
 10200         INTO REPORT-LINE
 10210     END-STRING.
 10220     PERFORM 430-WRITE-REPORT-LINE.
 10230     PERFORM 418-PRINT-CARD-ATTENDANCE.
 10240     MOVE SPACES TO REPORT-LINE.
 10250     PERFORM 430-WRITE-REPORT-LINE.
 10260*
 10270*-----------------------------------------------------------*
 10280* 415-PRINT-CARD-SCORE                                       *
 10290*                                                            *
 10300* AN UNUSED SLOT (BLANK SUBJECT CODE) PRINTS NOTHING.        *
 10310*-----------------------------------------------------------*
 10320 415-PRINT-CARD-SCORE.
 10330     IF RT-SUBJ-CODE (WS-CARD-SUB, WS-CARD-SUBJ-SUB)
 10340         NOT = SPACES
 10350         MOVE RT-SUBJ-CODE (WS-CARD-SUB, WS-CARD-SUBJ-SUB)
 10360             TO WS-LOOKUP-CODE
 10370         PERFORM 115-FIND-SUBJECT-NAME
 10380         MOVE RT-SUBJ-SCORE (WS-CARD-SUB, WS-CARD-SUBJ-SUB)
 10390             TO WS-SCORE-DISP
 10400         MOVE SPACES TO REPORT-LINE
 10410         STRING '   '                         DELIMITED BY SIZE
 10420                 WS-LOOKUP-NAME               DELIMITED BY SIZE
 10430                 ' SCORE: '                   DELIMITED BY SIZE
 10440                 WS-SCORE-DISP                DELIMITED BY SIZE
 10450             INTO REPORT-LINE
 10460         END-STRING
 10470         PERFORM 430-WRITE-REPORT-LINE
 10480     END-IF.
 10490*
 10500*-----------------------------------------------------------*
 10510* 418-PRINT-CARD-ATTENDANCE                                  *
 10520*                                                            *
 10530* THE CURRENT TERM'S RATE, THEN THE DAYS BEHIND IT. A       *
 10540* STUDENT WITH ONLY EXCUSED DAYS HAS NO RATE - N/A.         *
 10550*-----------------------------------------------------------*
 10560 418-PRINT-CARD-ATTENDANCE.
 10570     MOVE SPACES TO REPORT-LINE.
 10580     IF RT-ATTEND-ON-FILE (WS-CARD-SUB) = 'NO'
 10590         STRING '   ATTENDANCE: '             DELIMITED BY SIZE
 10600                 WS-CURRENT-TERM              DELIMITED BY SIZE
 10610                 ' NOT RECORDED'              DELIMITED BY SIZE
 10620             INTO REPORT-LINE
 10630         END-STRING
 10640     ELSE
 10650         MOVE RT-DAYS-ABSENT (WS-CARD-SUB)  TO WS-ABSENT-DISP
 10660         MOVE RT-DAYS-LATE (WS-CARD-SUB)    TO WS-LATE-DISP
 10670         MOVE RT-DAYS-EXCUSED (WS-CARD-SUB) TO WS-EXCUSED-DISP
 10680         IF RT-DAYS-COUNTED (WS-CARD-SUB) > 0
 10690             MOVE RT-ATTEND-RATE (WS-CARD-SUB) TO WS-RATE-DISP
 10700             STRING '   ATTENDANCE: '         DELIMITED BY SIZE
 10710                     WS-CURRENT-TERM          DELIMITED BY SIZE
 10720                     ' '                      DELIMITED BY SIZE
 10730                     WS-RATE-DISP             DELIMITED BY SIZE
 10740                     '%  ABSENT: '            DELIMITED BY SIZE
 10750                     WS-ABSENT-DISP           DELIMITED BY SIZE
 10760                     '  LATE: '               DELIMITED BY SIZE
 10770                     WS-LATE-DISP             DELIMITED BY SIZE
 10780                     '  EXCUSED: '            DELIMITED BY SIZE
 10790                     WS-EXCUSED-DISP          DELIMITED BY SIZE
 10800                 INTO REPORT-LINE
 10810             END-STRING
 10820         ELSE
 10830             STRING '   ATTENDANCE: '         DELIMITED BY SIZE
 10840                     WS-CURRENT-TERM          DELIMITED BY SIZE
 10850                     '   N/A  ABSENT: '       DELIMITED BY SIZE
 10860                     WS-ABSENT-DISP           DELIMITED BY SIZE
 10870                     '  LATE: '               DELIMITED BY SIZE
 10880                     WS-LATE-DISP             DELIMITED BY SIZE
 10890                     '  EXCUSED: '            DELIMITED BY SIZE
 10900                     WS-EXCUSED-DISP          DELIMITED BY SIZE
 10910                 INTO REPORT-LINE
 10920             END-STRING
 10930         END-IF
 10940     END-IF.
 10950     PERFORM 430-WRITE-REPORT-LINE.
 10960*
 10970*-----------------------------------------------------------*
 10980* 420-COMPUTE-CLASS-RANK                                     *
 10990*                                                            *
 11000* RANK IS 1 PLUS THE NUMBER OF STUDENTS IN THE SAME CLASS    *
 11010* WITH A STRICTLY HIGHER AVERAGE, SO STUDENTS ON THE SAME    *
 11020* AVERAGE SHARE THE SAME RANK AND NO CLASS'S RANKS ARE       *
 11030* SKEWED BY ANOTHER CLASS.                                   *
 11040*-----------------------------------------------------------*
 11050 420-COMPUTE-CLASS-RANK.
 11060     MOVE 1 TO WS-CLASS-RANK.
 11070     PERFORM 425-TALLY-HIGHER-AVERAGE
 11080         VARYING WS-RANK-SUB FROM 1 BY 1
 11090         UNTIL WS-RANK-SUB > WS-ROSTER-SAVED.
 11100*
 11110*-----------------------------------------------------------*
 11120* 425-TALLY-HIGHER-AVERAGE                                   *
 11130*-----------------------------------------------------------*
 11140 425-TALLY-HIGHER-AVERAGE.
 11150     IF RT-CLASS-CODE (WS-RANK-SUB)
 11160             = RT-CLASS-CODE (WS-CARD-SUB)
 11170         AND RT-AVERAGE (WS-RANK-SUB)
 11180             > RT-AVERAGE (WS-CARD-SUB)
 11190         ADD 1 TO WS-CLASS-RANK
 11200     END-IF.
 11210*
 11220*-----------------------------------------------------------*
 11230* 430-WRITE-REPORT-LINE                                      *
 11240*-----------------------------------------------------------*
 11250 430-WRITE-REPORT-LINE.
 11260     WRITE REPORT-LINE.
 11270     IF WS-REPORT-FS NOT = '00'
 11280         DISPLAY 'UNABLE TO WRITE RPTCARDS - FILE STATUS '
 11290             WS-REPORT-FS
 11300         PERFORM 950-ABEND-RUN
 11310     END-IF.
 11320*
 11330*-----------------------------------------------------------*
 11340* 930-WRITE-RUN-LOG                                          *
 11350*                                                            *
 11360* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
 11370* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
 11380* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
 11390*-----------------------------------------------------------*
 11400 930-WRITE-RUN-LOG.
 11410     OPEN EXTEND RUN-LOG-FILE.
 11420     IF WS-RUNLOG-FS NOT = '00'
 11430         AND WS-RUNLOG-FS NOT = '05'
 11440         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
 11450             WS-RUNLOG-FS
 11460     ELSE
 11470         MOVE SPACES TO RUN-LOG-RECORD
 11480         MOVE 'MULTI'             TO RL-PROGRAM-NAME
 11490         MOVE WS-RUN-START-DATE   TO RL-START-DATE
 11500         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
 11510         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
 11520         ACCEPT WS-RUN-END-TIME FROM TIME
 11530         MOVE WS-RUN-END-DATE     TO RL-END-DATE
 11540         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
 11550         MOVE WS-STUDENT-COUNT    TO RL-RECORDS-READ
 11560         MOVE WS-ROSTER-SAVED     TO RL-RECORDS-WRITTEN
 11570         MOVE WS-EXCEPTION-COUNT  TO RL-EXCEPTION-COUNT
 11580         MOVE ZEROES              TO RL-DUPLICATE-COUNT
 11590         MOVE RETURN-CODE         TO RL-RETURN-CODE
 11600         MOVE WS-CURRENT-TERM     TO RL-RUN-DETAIL
 11610         MOVE 'N'                 TO RL-OVERRIDE-FLAG
 11620         WRITE RUN-LOG-RECORD
 11630         IF WS-RUNLOG-FS NOT = '00'
 11640             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
 11650                 WS-RUNLOG-FS
 11660         END-IF
 11670         CLOSE RUN-LOG-FILE
 11680     END-IF.
 11690*
 11700*-----------------------------------------------------------*
 11710* 950-ABEND-RUN                                              *
 11720*-----------------------------------------------------------*
 11730 950-ABEND-RUN.
 11740     DISPLAY 'STUDENT-FILE I/O ERROR - FILE STATUS '
 11750         WS-STUDENT-FS.
 11760     MOVE 16 TO RETURN-CODE.
 11770     PERFORM 930-WRITE-RUN-LOG.
 11780     STOP RUN.
