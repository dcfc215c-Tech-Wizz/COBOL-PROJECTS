    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    TERMCORR.
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
   130* 2026-10-15 DP    ORIGINAL VERSION - CORRECTS A SCORE ON A *
   140*                  CLOSED TERM. EACH GRADCORR CORRECTION    *
   150*                  (STUDENT, TERM, SUBJECT, NEW SCORE,      *
   160*                  REASON, AUTHORISING TEACHER) IS EDITED   *
   170*                  AGAINST TERMCAL AND SUBJREF, THE         *
   180*                  TERMHIST ROW IS REWRITTEN WITH THE NEW   *
   190*                  SCORE AND ITS AVERAGE AND GRADE WORKED   *
   200*                  OUT AGAIN BY THE TERMSNAP RULES, AND THE *
   210*                  CORRECTION IS APPENDED TO THE PERMANENT  *
   220*                  GRADCHST HISTORY. GRADRPT LISTS EVERY    *
   230*                  CORRECTION AND REJECT, THEN THE          *
   240*                  TRANSCRIPTS TO REISSUE AND THE STANDING  *
   250*                  PLACEMENTS THAT CHANGED.                 *
   260*-----------------------------------------------------------*
   270 ENVIRONMENT DIVISION.
   280 INPUT-OUTPUT SECTION.
   290 FILE-CONTROL.
   300     SELECT CORR-FILE ASSIGN TO "GRADCORR"
   310         ORGANIZATION IS LINE SEQUENTIAL
   320         ACCESS MODE IS SEQUENTIAL
   330         FILE STATUS IS WS-CORR-FS.
   340*
   350     SELECT HISTORY-FILE ASSIGN TO "TERMHIST"
   360         ORGANIZATION IS INDEXED
   370         ACCESS MODE IS RANDOM
   380         RECORD KEY IS TH-KEY
   390         FILE STATUS IS WS-HISTORY-FS.
   400*
   410     SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
   420         ORGANIZATION IS LINE SEQUENTIAL
   430         ACCESS MODE IS SEQUENTIAL
   440         FILE STATUS IS WS-SUBJREF-FS.
   450*
   460     SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL"
   470         ORGANIZATION IS LINE SEQUENTIAL
   480         ACCESS MODE IS SEQUENTIAL
   490         FILE STATUS IS WS-TERMCAL-FS.
   500*
   510     SELECT OPTIONAL CORR-HIST-FILE ASSIGN TO "GRADCHST"
   520         ORGANIZATION IS LINE SEQUENTIAL
   530         ACCESS MODE IS SEQUENTIAL
   540         FILE STATUS IS WS-CORRHIST-FS.
   550*
   560     SELECT CORR-REPORT ASSIGN TO "GRADRPT"
   570         ORGANIZATION IS LINE SEQUENTIAL
   580         ACCESS MODE IS SEQUENTIAL
   590         FILE STATUS IS WS-REPORT-FS.
   600*
   610     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   620         ORGANIZATION IS LINE SEQUENTIAL
   630         ACCESS MODE IS SEQUENTIAL
   640         FILE STATUS IS WS-RUNLOG-FS.
   650*
   660 DATA DIVISION.
   670 FILE SECTION.
   680*-----------------------------------------------------------*
   690* ONE CORRECTION TO ONE SUBJECT SCORE ON A CLOSED TERM,     *
   700* E.G.                                                       *
   710*     100001 2026T1 MAT 085 EXAM PAPER MIS-ADDED  R OKAFOR  *
   720* THE NEW SCORE IS THREE DIGITS (085, NOT 85).              *
   730*-----------------------------------------------------------*
   740 FD  CORR-FILE.
   750 01  CORR-RECORD.
   760     05  GC-STUDENT-ID      PIC X(6).
   770     05  FILLER             PIC X(1).
   780     05  GC-TERM            PIC X(6).
   790     05  FILLER             PIC X(1).
   800     05  GC-SUBJ-CODE       PIC X(3).
   810     05  FILLER             PIC X(1).
   820     05  GC-NEW-SCORE       PIC X(3).
   830     05  FILLER             PIC X(1).
   840     05  GC-REASON          PIC X(30).
   850     05  FILLER             PIC X(1).
   860     05  GC-AUTH-TEACHER    PIC X(15).
   870*
   880 FD  HISTORY-FILE.
   890 01  TERM-HISTORY-RECORD.
   900     COPY TERMREC.
   910*
   920 FD  SUBJECT-REF-FILE.
   930 01  SUBJECT-REF-RECORD.
   940     COPY SUBJREF.
   950*
   960 FD  TERM-CAL-FILE.
   970 01  TERM-CAL-RECORD.
   980     COPY TERMCAL.
   990*
  1000 FD  CORR-HIST-FILE.
  1010 01  GRADE-CORR-HIST-RECORD.
  1020     COPY GRADCREC.
  1030*
  1040 FD  CORR-REPORT.
  1050 01  REPORT-LINE            PIC X(80).
  1060*
  1070 FD  RUN-LOG-FILE.
  1080 01  RUN-LOG-RECORD.
  1090     COPY RUNLOGREC.
  1100*
  1110 WORKING-STORAGE SECTION.
  1120*
  1130 01  WS-CORR-FS             PIC X(2) VALUE SPACES.
  1140 01  WS-HISTORY-FS          PIC X(2) VALUE SPACES.
  1150 01  WS-SUBJREF-FS          PIC X(2) VALUE SPACES.
  1160 01  WS-CORRHIST-FS         PIC X(2) VALUE SPACES.
  1170 01  WS-REPORT-FS           PIC X(2) VALUE SPACES.
  1180 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1190*
  1200 01  WS-TRANS-VALID         PIC X(3) VALUE 'YES'.
  1210 01  WS-REJECT-REASON       PIC X(40) VALUE SPACES.
  1220 01  WS-RUN-DATE            PIC X(8) VALUE SPACES.
  1230 01  WS-NEW-SCORE           PIC 9(3) VALUE ZERO.
  1240 01  WS-SUB-IDX             PIC 9    VALUE ZERO.
  1250 01  WS-SLOT-FOUND          PIC 9    VALUE ZERO.
  1260*
  1270*-----------------------------------------------------------*
  1280* STANDING THRESHOLDS - THE SAME HONOR AND PROBATION BANDS  *
  1290* THE STANDING REPORT USES, PROMPTED AT STARTUP WITH THE    *
  1300* SAME DEFAULTS, SO A CORRECTION THAT MOVES A TERM AVERAGE  *
  1310* ACROSS EITHER LINE IS LISTED AS A STANDING CHANGE.        *
  1320*-----------------------------------------------------------*
  1330 01  WS-HONOR-THRESHOLD     PIC 9(3)  VALUE 90.
  1340 01  WS-FAIL-THRESHOLD      PIC 9(3)  VALUE 60.
  1350 01  WS-THRESHOLD-IN        PIC X(3)  VALUE SPACES.
  1360 01  WS-THRESHOLD-JUST      PIC X(3)  JUSTIFIED RIGHT
  1370                                      VALUE SPACES.
  1380 01  WS-CHECK-AVERAGE       PIC 9(3)V99 VALUE ZERO.
  1390 01  WS-CHECK-STANDING      PIC X(9)  VALUE SPACES.
  1400*
  1410*-----------------------------------------------------------*
  1420* SUBJECT REFERENCE TABLE - LOADED FROM SUBJREF AT STARTUP   *
  1430* SO A CORRECTION CARRYING A SUBJECT CODE NOBODY TEACHES IS  *
  1440* REJECTED.                                                  *
  1450*-----------------------------------------------------------*
  1460 01  WS-SUBJREF-COUNT       PIC 9(2) VALUE ZERO.
  1470 01  WS-CODE-ON-REF         PIC X(3) VALUE 'NO'.
  1480 01  SUBJECT-REF-TABLE.
  1490     05  SUBJECT-REF-ENTRY OCCURS 20 TIMES INDEXED BY REF-IDX.
  1500         10  REF-SUBJ-CODE  PIC X(3)  VALUE SPACES.
  1510         10  REF-SUBJ-NAME  PIC X(15) VALUE SPACES.
  1520*
  1530*-----------------------------------------------------------*
  1540* TERM CALENDAR TABLE - LOADED FROM TERMCAL AT STARTUP SO A *
  1550* CORRECTION FOR A TERM THAT IS NOT ON THE CALENDAR IS      *
  1560* REJECTED.                                                  *
  1570*-----------------------------------------------------------*
  1580 01  WS-TERMCAL-FS          PIC X(2) VALUE SPACES.
  1590 01  WS-TERMCAL-COUNT       PIC 9(2) VALUE ZERO.
  1600 01  WS-TERM-ON-CAL         PIC X(3) VALUE 'NO'.
  1610 01  TERM-CAL-TABLE.
  1620     05  TERM-CAL-ENTRY OCCURS 50 TIMES INDEXED BY CAL-IDX.
  1630         10  CAL-TERM-CODE   PIC X(6)  VALUE SPACES.
  1640*
  1650*-----------------------------------------------------------*
  1660* AVERAGE/GRADE WORK FIELDS - SAME RULES AS TERMSNAP: A     *
  1670* SCORE OVER 100 IS LEFT OUT OF THE AVERAGE, AND A ROW WITH *
  1680* NO VALID SCORES AVERAGES TO ZERO.                         *
  1690*-----------------------------------------------------------*
  1700 01  WS-STUDENT-TOTAL       PIC 9(4)  VALUE ZERO.
  1710 01  WS-STUDENT-VALID-COUNT PIC 9     VALUE ZERO.
  1720 01  WS-STUDENT-AVERAGE     PIC 9(3)V99 VALUE ZERO.
  1730 01  WS-STUDENT-GRADE       PIC X(1)  VALUE SPACE.
  1740*
  1750*-----------------------------------------------------------*
  1760* THE TERMHIST FIGURES JUST BEFORE THE CORRECTION, KEPT FOR *
  1770* THE HISTORY ROW AND THE REPORT LINE.                      *
  1780*-----------------------------------------------------------*
  1790 01  WS-PREV-SCORE          PIC 9(3)  VALUE ZERO.
  1800 01  WS-PREV-AVERAGE        PIC 9(3)V99 VALUE ZERO.
  1810 01  WS-PREV-GRADE          PIC X(1)  VALUE SPACE.
  1820*
  1830*-----------------------------------------------------------*
  1840* REISSUE TABLE - ONE ENTRY PER STUDENT AND TERM CORRECTED  *
  1850* THIS RUN. THE PREVIOUS GRADE AND STANDING ARE THOSE THE   *
  1860* TERM HAD BEFORE ITS FIRST CORRECTION IN THE RUN AND THE   *
  1870* NEW ONES THOSE AFTER ITS LAST, SO SEVERAL CORRECTIONS TO  *
  1880* ONE TERM SHOW AS ONE DOCUMENT TO REISSUE.                 *
  1890*-----------------------------------------------------------*
  1900 01  WS-REISSUE-COUNT       PIC 9(3) VALUE ZERO.
  1910 01  WS-REISSUE-FOUND       PIC X(3) VALUE 'NO'.
  1920 01  WS-REISSUE-CAP-WARNED  PIC X(3) VALUE 'NO'.
  1930 01  WS-PRINT-SUB           PIC 9(3) VALUE ZERO.
  1940 01  REISSUE-TABLE.
  1950     05  REISSUE-ENTRY OCCURS 200 TIMES INDEXED BY RI-IDX.
  1960         10  RI-STUDENT-ID     PIC X(6)  VALUE SPACES.
  1970         10  RI-NAME           PIC X(15) VALUE SPACES.
  1980         10  RI-TERM           PIC X(6)  VALUE SPACES.
  1990         10  RI-PREV-GRADE     PIC X(1)  VALUE SPACE.
  2000         10  RI-NEW-GRADE      PIC X(1)  VALUE SPACE.
  2010         10  RI-PREV-STANDING  PIC X(9)  VALUE SPACES.
  2020         10  RI-NEW-STANDING   PIC X(9)  VALUE SPACES.
  2030         10  RI-CORR-COUNT     PIC 9(2)  VALUE ZERO.
  2040*
  2050*-----------------------------------------------------------*
  2060* REPORT EDIT FIELDS                                         *
  2070*-----------------------------------------------------------*
  2080 01  WS-SCORE-DISP          PIC ZZ9.
  2090 01  WS-SCORE-DISP2         PIC ZZ9.
  2100 01  WS-AVERAGE-DISP        PIC ZZ9.99.
  2110 01  WS-AVERAGE-DISP2       PIC ZZ9.99.
  2120 01  WS-MARK-DISP           PIC ZZ9.
  2130 01  WS-MARK-DISP2          PIC ZZ9.
  2140 01  WS-CORR-COUNT-DISP     PIC Z9.
  2150*
  2160*-----------------------------------------------------------*
  2170* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  2180* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  2190* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  2200*-----------------------------------------------------------*
  2210 01  WS-RUNLOG-FS           PIC X(2) VALUE SPACES.
  2220 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  2230 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  2240 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  2250*
  2260*-----------------------------------------------------------*
  2270* CORRECTION COUNTS - PRINTED AS A TRAILER ON GRADRPT AND   *
  2280* ECHOED TO THE CONSOLE SO THE RUN CAN BE BALANCED:         *
  2290* READ = APPLIED + REJECTED.                                 *
  2300*-----------------------------------------------------------*
  2310 01  WS-READ-COUNT          PIC 9(5) VALUE ZEROES.
  2320 01  WS-APPLIED-COUNT       PIC 9(5) VALUE ZEROES.
  2330 01  WS-REJECT-COUNT        PIC 9(5) VALUE ZEROES.
  2340 01  WS-STANDING-COUNT      PIC 9(5) VALUE ZEROES.
  2350 01  WS-READ-COUNT-DISP     PIC ZZZZ9.
  2360 01  WS-APPLIED-COUNT-DISP  PIC ZZZZ9.
  2370 01  WS-REJECT-COUNT-DISP   PIC ZZZZ9.
  2380 01  WS-REISSUE-COUNT-DISP  PIC ZZZZ9.
  2390 01  WS-STANDING-COUNT-DISP PIC ZZZZ9.
  2400*
  2410 PROCEDURE DIVISION.
  2420*
  2430*-----------------------------------------------------------*
  2440* 000-MAIN-PROCEDURE                                        *
  2450*-----------------------------------------------------------*
  2460 000-MAIN-PROCEDURE.
  2470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  2480     ACCEPT WS-RUN-START-TIME FROM TIME.
  2490     PERFORM 030-LOAD-TERM-CALENDAR.
  2500     PERFORM 035-LOAD-SUBJECT-REF.
  2510     PERFORM 040-ACCEPT-THRESHOLDS.
  2520     PERFORM 050-INITIALIZE.
  2530     PERFORM 100-PROCESS-CORRECTIONS UNTIL END-OF-FILE = 'YES'.
  2540     PERFORM 300-PRINT-REISSUE-LIST.
  2550     PERFORM 340-PRINT-TRAILER.
  2560     PERFORM 900-TERMINATE.
  2570     STOP RUN.
  2580*
  2590*-----------------------------------------------------------*
  2600* 030-LOAD-TERM-CALENDAR                                     *
  2610*                                                            *
  2620* A MISSING TERMCAL IS A REAL ERROR - WITHOUT THE CALENDAR  *
  2630* NO CORRECTION'S TERM CAN BE PROVED.                        *
  2640*-----------------------------------------------------------*
  2650 030-LOAD-TERM-CALENDAR.
  2660     OPEN INPUT TERM-CAL-FILE.
  2670     IF WS-TERMCAL-FS NOT = '00'
  2680         DISPLAY 'UNABLE TO OPEN TERMCAL - FILE STATUS '
  2690             WS-TERMCAL-FS
  2700         PERFORM 950-ABEND-RUN
  2710     END-IF.
  2720     PERFORM 032-LOAD-ONE-TERM UNTIL END-OF-FILE = 'YES'.
  2730     CLOSE TERM-CAL-FILE.
  2740     MOVE 'NO' TO END-OF-FILE.
  2750*
  2760*-----------------------------------------------------------*
  2770* 032-LOAD-ONE-TERM                                          *
  2780*-----------------------------------------------------------*
  2790 032-LOAD-ONE-TERM.
  2800     READ TERM-CAL-FILE
  2810         AT END
  2820             MOVE 'YES' TO END-OF-FILE
  2830     END-READ.
  2840     IF END-OF-FILE NOT = 'YES'
  2850         AND WS-TERMCAL-FS NOT = '00'
  2860         DISPLAY 'ERROR READING TERMCAL - FILE STATUS '
  2870             WS-TERMCAL-FS
  2880         PERFORM 950-ABEND-RUN
  2890     END-IF.
  2900     IF END-OF-FILE NOT = 'YES'
  2910         IF WS-TERMCAL-COUNT < 50
  2920             ADD 1 TO WS-TERMCAL-COUNT
  2930             SET CAL-IDX TO WS-TERMCAL-COUNT
  2940             MOVE TCAL-CODE TO CAL-TERM-CODE (CAL-IDX)
  2950         ELSE
  2960             DISPLAY 'WARNING - TERM CALENDAR TABLE FULL, '
  2970                 'TERMCAL ENTRY SKIPPED: ' TCAL-CODE
  2980         END-IF
  2990     END-IF.
  3000*
  3010*-----------------------------------------------------------*
  3020* 035-LOAD-SUBJECT-REF                                       *
  3030*                                                            *
  3040* A MISSING SUBJREF IS A REAL ERROR - EVERY SUBJECT CODE ON *
  3050* A CORRECTION IS CHECKED AGAINST IT.                        *
  3060*-----------------------------------------------------------*
  3070 035-LOAD-SUBJECT-REF.
  3080     OPEN INPUT SUBJECT-REF-FILE.
  3090     IF WS-SUBJREF-FS NOT = '00'
  3100         DISPLAY 'UNABLE TO OPEN SUBJREF - FILE STATUS '
  3110             WS-SUBJREF-FS
  3120         PERFORM 950-ABEND-RUN
  3130     END-IF.
  3140     PERFORM 037-LOAD-ONE-SUBJECT UNTIL END-OF-FILE = 'YES'.
  3150     CLOSE SUBJECT-REF-FILE.
  3160     MOVE 'NO' TO END-OF-FILE.
  3170*
  3180*-----------------------------------------------------------*
  3190* 037-LOAD-ONE-SUBJECT                                       *
  3200*-----------------------------------------------------------*
  3210 037-LOAD-ONE-SUBJECT.
  3220     READ SUBJECT-REF-FILE
  3230         AT END
  3240             MOVE 'YES' TO END-OF-FILE
  3250     END-READ.
  3260     IF END-OF-FILE NOT = 'YES'
  3270         AND WS-SUBJREF-FS NOT = '00'
  3280         DISPLAY 'ERROR READING SUBJREF - FILE STATUS '
  3290             WS-SUBJREF-FS
  3300         PERFORM 950-ABEND-RUN
  3310     END-IF.
  3320     IF END-OF-FILE NOT = 'YES'
  3330         IF WS-SUBJREF-COUNT < 20
  3340             ADD 1 TO WS-SUBJREF-COUNT
  3350             SET REF-IDX TO WS-SUBJREF-COUNT
  3360             MOVE SREF-CODE TO REF-SUBJ-CODE (REF-IDX)
  3370             MOVE SREF-NAME TO REF-SUBJ-NAME (REF-IDX)
  3380         ELSE
  3390             DISPLAY 'WARNING - SUBJECT REF TABLE FULL, '
  3400                 'SUBJREF ENTRY SKIPPED: ' SREF-CODE
  3410         END-IF
  3420     END-IF.
  3430*
  3440*-----------------------------------------------------------*
  3450* 040-ACCEPT-THRESHOLDS                                      *
  3460*                                                            *
  3470* THE HONOR AND PROBATION LINES THE STANDING PLACEMENT IS   *
  3480* JUDGED AGAINST - BLANK TAKES THE STANDING REPORT'S OWN    *
  3490* DEFAULTS.                                                  *
  3500*-----------------------------------------------------------*
  3510 040-ACCEPT-THRESHOLDS.
  3520     DISPLAY 'HONOR THRESHOLD (BLANK FOR 90): '.
  3530     ACCEPT WS-THRESHOLD-IN.
  3540     IF WS-THRESHOLD-IN NOT = SPACES
  3550         PERFORM 048-EDIT-THRESHOLD
  3560         MOVE WS-THRESHOLD-JUST TO WS-HONOR-THRESHOLD
  3570     END-IF.
  3580     DISPLAY 'PROBATION THRESHOLD (BLANK FOR 60): '.
  3590     ACCEPT WS-THRESHOLD-IN.
  3600     IF WS-THRESHOLD-IN NOT = SPACES
  3610         PERFORM 048-EDIT-THRESHOLD
  3620         MOVE WS-THRESHOLD-JUST TO WS-FAIL-THRESHOLD
  3630     END-IF.
  3640*
  3650*-----------------------------------------------------------*
  3660* 048-EDIT-THRESHOLD                                         *
  3670*                                                            *
  3680* RIGHT-JUSTIFIES THE ENTRY AND ZERO-FILLS IT SO 85 AND 085 *
  3690* BOTH READ AS 085. ANYTHING ELSE IS AN OPERATOR ERROR.      *
  3700*-----------------------------------------------------------*
  3710 048-EDIT-THRESHOLD.
  3720     MOVE WS-THRESHOLD-IN TO WS-THRESHOLD-JUST.
  3730     INSPECT WS-THRESHOLD-JUST
  3740         REPLACING LEADING SPACE BY ZERO.
  3750     IF WS-THRESHOLD-JUST IS NOT NUMERIC
  3760         DISPLAY 'THRESHOLD MUST BE NUMERIC - GOT '
  3770             WS-THRESHOLD-IN
  3780         PERFORM 950-ABEND-RUN
  3790     END-IF.
  3800*
  3810*-----------------------------------------------------------*
  3820* 050-INITIALIZE                                             *
  3830*                                                            *
  3840* OPENS TERMHIST FOR UPDATE AND THE HISTORY AND REPORT FOR  *
  3850* OUTPUT. A MISSING TERMHIST IS A REAL ERROR - NO TERM HAS  *
  3860* BEEN CLOSED, SO THERE IS NOTHING TO CORRECT. GRADCHST IS  *
  3870* CREATED ON THE FIRST CORRECTION EVER APPLIED.              *
  3880*-----------------------------------------------------------*
  3890 050-INITIALIZE.
  3900     OPEN INPUT CORR-FILE.
  3910     IF WS-CORR-FS NOT = '00'
  3920         DISPLAY 'UNABLE TO OPEN GRADCORR - FILE STATUS '
  3930             WS-CORR-FS
  3940         PERFORM 950-ABEND-RUN
  3950     END-IF.
  3960     OPEN I-O HISTORY-FILE.
  3970     IF WS-HISTORY-FS NOT = '00'
  3980         DISPLAY 'UNABLE TO OPEN TERMHIST - FILE STATUS '
  3990             WS-HISTORY-FS
  4000         PERFORM 950-ABEND-RUN
  4010     END-IF.
  4020     OPEN EXTEND CORR-HIST-FILE.
  4030     IF WS-CORRHIST-FS NOT = '00'
  4040         AND WS-CORRHIST-FS NOT = '05'
  4050         DISPLAY 'UNABLE TO OPEN GRADCHST - FILE STATUS '
  4060             WS-CORRHIST-FS
  4070         PERFORM 950-ABEND-RUN
  4080     END-IF.
  4090     OPEN OUTPUT CORR-REPORT.
  4100     IF WS-REPORT-FS NOT = '00'
  4110         DISPLAY 'UNABLE TO OPEN GRADRPT - FILE STATUS '
  4120             WS-REPORT-FS
  4130         PERFORM 950-ABEND-RUN
  4140     END-IF.
  4150     PERFORM 060-PRINT-HEADER.
  4160     PERFORM 110-READ-CORRECTION.
  4170*
  4180*-----------------------------------------------------------*
  4190* 060-PRINT-HEADER                                           *
  4200*-----------------------------------------------------------*
  4210 060-PRINT-HEADER.
  4220     MOVE SPACES TO REPORT-LINE.
  4230     STRING '===== CLOSED-TERM GRADE CORRECTIONS RUN '
  4240                                 DELIMITED BY SIZE
  4250             WS-RUN-DATE         DELIMITED BY SIZE
  4260             ' ====='            DELIMITED BY SIZE
  4270         INTO REPORT-LINE
  4280     END-STRING.
  4290     PERFORM 400-WRITE-REPORT-LINE.
  4300     MOVE WS-HONOR-THRESHOLD TO WS-MARK-DISP.
  4310     MOVE WS-FAIL-THRESHOLD  TO WS-MARK-DISP2.
  4320     MOVE SPACES TO REPORT-LINE.
  4330     STRING 'STANDING: HONOR AT LEAST '
  4340                                 DELIMITED BY SIZE
  4350             WS-MARK-DISP        DELIMITED BY SIZE
  4360             ', PROBATION BELOW ' DELIMITED BY SIZE
  4370             WS-MARK-DISP2       DELIMITED BY SIZE
  4380         INTO REPORT-LINE
  4390     END-STRING.
  4400     PERFORM 400-WRITE-REPORT-LINE.
  4410     MOVE SPACES TO REPORT-LINE.
  4420     PERFORM 400-WRITE-REPORT-LINE.
  4430*
  4440*-----------------------------------------------------------*
  4450* 100-PROCESS-CORRECTIONS                                    *
  4460*                                                            *
  4470* EDITS THE CURRENT CORRECTION, FINDS THE TERMHIST ROW AND  *
  4480* THE SUBJECT ON IT, THEN APPLIES IT. A CORRECTION THAT     *
  4490* FAILS ANY STEP IS LISTED AS REJECTED WITH THE REASON AND  *
  4500* TERMHIST IS LEFT UNTOUCHED.                                *
  4510*-----------------------------------------------------------*
  4520 100-PROCESS-CORRECTIONS.
  4530     ADD 1 TO WS-READ-COUNT.
  4540     MOVE 'YES' TO WS-TRANS-VALID.
  4550     PERFORM 120-EDIT-CORRECTION.
  4560     IF WS-TRANS-VALID = 'YES'
  4570         PERFORM 130-READ-TERM-ROW
  4580     END-IF.
  4590     IF WS-TRANS-VALID = 'YES'
  4600         PERFORM 135-FIND-SUBJECT-SLOT
  4610     END-IF.
  4620     IF WS-TRANS-VALID = 'YES'
  4630         PERFORM 140-APPLY-CORRECTION
  4640         ADD 1 TO WS-APPLIED-COUNT
  4650     END-IF.
  4660     PERFORM 110-READ-CORRECTION.
  4670*
  4680*-----------------------------------------------------------*
  4690* 110-READ-CORRECTION                                        *
  4700*-----------------------------------------------------------*
  4710 110-READ-CORRECTION.
  4720     READ CORR-FILE
  4730         AT END
  4740             MOVE 'YES' TO END-OF-FILE
  4750     END-READ.
  4760     IF WS-CORR-FS NOT = '00'
  4770         AND WS-CORR-FS NOT = '10'
  4780         DISPLAY 'ERROR READING GRADCORR - FILE STATUS '
  4790             WS-CORR-FS
  4800         PERFORM 950-ABEND-RUN
  4810     END-IF.
  4820*
  4830*-----------------------------------------------------------*
  4840* 120-EDIT-CORRECTION                                        *
  4850*                                                            *
  4860* FIELD EDITS THAT DO NOT NEED TERMHIST: THE STUDENT-ID     *
  4870* MUST BE PRESENT, THE TERM MUST BE ON TERMCAL, THE SUBJECT *
  4880* ON SUBJREF, THE NEW SCORE 000-100, AND EVERY CORRECTION   *
  4890* MUST SAY WHY AND WHO AUTHORISED IT.                       *
  4900*-----------------------------------------------------------*
  4910 120-EDIT-CORRECTION.
  4920     IF GC-STUDENT-ID = SPACES
  4930         MOVE 'STUDENT-ID IS MISSING' TO WS-REJECT-REASON
  4940         PERFORM 200-LOG-REJECT
  4950     END-IF.
  4960     IF WS-TRANS-VALID = 'YES'
  4970         PERFORM 122-CHECK-TERM-ON-CAL
  4980         IF WS-TERM-ON-CAL = 'NO'
  4990             MOVE 'TERM NOT ON TERMCAL' TO WS-REJECT-REASON
  5000             PERFORM 200-LOG-REJECT
  5010         END-IF
  5020     END-IF.
  5030     IF WS-TRANS-VALID = 'YES'
  5040         PERFORM 124-CHECK-SUBJECT-ON-REF
  5050         IF WS-CODE-ON-REF = 'NO'
  5060             MOVE 'SUBJECT CODE NOT ON SUBJREF'
  5070                 TO WS-REJECT-REASON
  5080             PERFORM 200-LOG-REJECT
  5090         END-IF
  5100     END-IF.
  5110     IF WS-TRANS-VALID = 'YES'
  5120         IF GC-NEW-SCORE IS NOT NUMERIC
  5130             MOVE 'NEW SCORE IS NOT NUMERIC'
  5140                 TO WS-REJECT-REASON
  5150             PERFORM 200-LOG-REJECT
  5160         ELSE
  5170             MOVE GC-NEW-SCORE TO WS-NEW-SCORE
  5180             IF WS-NEW-SCORE > 100
  5190                 MOVE 'NEW SCORE IS OVER 100'
  5200                     TO WS-REJECT-REASON
  5210                 PERFORM 200-LOG-REJECT
  5220             END-IF
  5230         END-IF
  5240     END-IF.
  5250     IF WS-TRANS-VALID = 'YES'
  5260         AND GC-REASON = SPACES
  5270         MOVE 'REASON IS MISSING' TO WS-REJECT-REASON
  5280         PERFORM 200-LOG-REJECT
  5290     END-IF.
  5300     IF WS-TRANS-VALID = 'YES'
  5310         AND GC-AUTH-TEACHER = SPACES
  5320         MOVE 'AUTHORISING TEACHER IS MISSING'
  5330             TO WS-REJECT-REASON
  5340         PERFORM 200-LOG-REJECT
  5350     END-IF.
  5360*
  5370*-----------------------------------------------------------*
  5380* 122-CHECK-TERM-ON-CAL                                      *
  5390*-----------------------------------------------------------*
  5400 122-CHECK-TERM-ON-CAL.
  5410     MOVE 'NO' TO WS-TERM-ON-CAL.
  5420     SET CAL-IDX TO 1.
  5430     IF WS-TERMCAL-COUNT > 0
  5440         SEARCH TERM-CAL-ENTRY
  5450             AT END
  5460                 CONTINUE
  5470             WHEN CAL-TERM-CODE (CAL-IDX) = GC-TERM
  5480                 MOVE 'YES' TO WS-TERM-ON-CAL
  5490         END-SEARCH
  5500     END-IF.
  5510*
  5520*-----------------------------------------------------------*
  5530* 124-CHECK-SUBJECT-ON-REF                                   *
  5540*-----------------------------------------------------------*
  5550 124-CHECK-SUBJECT-ON-REF.
  5560     MOVE 'NO' TO WS-CODE-ON-REF.
  5570     SET REF-IDX TO 1.
  5580     IF WS-SUBJREF-COUNT > 0
  5590         SEARCH SUBJECT-REF-ENTRY
  5600             AT END
  5610                 CONTINUE
  5620             WHEN REF-SUBJ-CODE (REF-IDX) = GC-SUBJ-CODE
  5630                 MOVE 'YES' TO WS-CODE-ON-REF
  5640         END-SEARCH
  5650     END-IF.
  5660*
  5670*-----------------------------------------------------------*
  5680* 130-READ-TERM-ROW                                          *
  5690*                                                            *
  5700* FILE STATUS 23 MEANS THE TERM WAS NEVER CLOSED FOR THE    *
  5710* STUDENT - THERE IS NO ROW TO CORRECT, AND A CORRECTION    *
  5720* MUST NOT CREATE ONE.                                       *
  5730*-----------------------------------------------------------*
  5740 130-READ-TERM-ROW.
  5750     MOVE GC-STUDENT-ID TO TH-STUDENT-ID.
  5760     MOVE GC-TERM       TO TH-TERM.
  5770     READ HISTORY-FILE.
  5780     EVALUATE WS-HISTORY-FS
  5790         WHEN '00'
  5800             CONTINUE
  5810         WHEN '23'
  5820             MOVE 'NO TERMHIST ROW FOR STUDENT AND TERM'
  5830                 TO WS-REJECT-REASON
  5840             PERFORM 200-LOG-REJECT
  5850         WHEN OTHER
  5860             DISPLAY 'UNABLE TO READ TERMHIST - FILE STATUS '
  5870                 WS-HISTORY-FS
  5880             PERFORM 950-ABEND-RUN
  5890     END-EVALUATE.
  5900*
  5910*-----------------------------------------------------------*
  5920* 135-FIND-SUBJECT-SLOT                                      *
  5930*                                                            *
  5940* THE SUBJECT MUST BE ONE THE STUDENT WAS SCORED ON THAT    *
  5950* TERM - A CORRECTION ONLY CHANGES A SCORE, IT DOES NOT ADD *
  5960* A SUBJECT. A NEW SCORE EQUAL TO THE ONE RECORDED CHANGES  *
  5970* NOTHING AND IS REJECTED, SO NO TRANSCRIPT IS REISSUED FOR *
  5980* IT.                                                        *
  5990*-----------------------------------------------------------*
  6000 135-FIND-SUBJECT-SLOT.
  6010     MOVE ZERO TO WS-SLOT-FOUND.
  6020     PERFORM 137-MATCH-ONE-SLOT
  6030         VARYING WS-SUB-IDX FROM 1 BY 1
  6040         UNTIL WS-SUB-IDX > 6 OR WS-SLOT-FOUND > 0.
  6050     IF WS-SLOT-FOUND = 0
  6060         MOVE 'SUBJECT NOT ON THE TERM ROW'
  6070             TO WS-REJECT-REASON
  6080         PERFORM 200-LOG-REJECT
  6090     ELSE
  6100         IF TH-SUBJ-SCORE (WS-SLOT-FOUND) = WS-NEW-SCORE
  6110             MOVE 'NEW SCORE SAME AS RECORDED SCORE'
  6120                 TO WS-REJECT-REASON
  6130             PERFORM 200-LOG-REJECT
  6140         END-IF
  6150     END-IF.
  6160*
  6170*-----------------------------------------------------------*
  6180* 137-MATCH-ONE-SLOT                                         *
  6190*-----------------------------------------------------------*
  6200 137-MATCH-ONE-SLOT.
  6210     IF TH-SUBJ-CODE (WS-SUB-IDX) = GC-SUBJ-CODE
  6220         MOVE WS-SUB-IDX TO WS-SLOT-FOUND
  6230     END-IF.
  6240*
  6250*-----------------------------------------------------------*
  6260* 140-APPLY-CORRECTION                                       *
  6270*                                                            *
  6280* KEEPS THE FIGURES THE ROW HELD, SETS THE NEW SCORE, WORKS *
  6290* THE AVERAGE AND GRADE OUT AGAIN AND REWRITES THE ROW. THE *
  6300* CLASS, NAME AND ATTENDANCE FIELDS ARE LEFT AS THE TERM    *
  6310* CLOSED WITH THEM.                                          *
  6320*-----------------------------------------------------------*
  6330 140-APPLY-CORRECTION.
  6340     MOVE TH-SUBJ-SCORE (WS-SLOT-FOUND) TO WS-PREV-SCORE.
  6350     MOVE TH-AVERAGE TO WS-PREV-AVERAGE.
  6360     MOVE TH-GRADE   TO WS-PREV-GRADE.
  6370     MOVE WS-NEW-SCORE TO TH-SUBJ-SCORE (WS-SLOT-FOUND).
  6380     PERFORM 210-COMPUTE-AVERAGE.
  6390     PERFORM 220-ASSIGN-GRADE.
  6400     MOVE WS-STUDENT-AVERAGE TO TH-AVERAGE.
  6410     MOVE WS-STUDENT-GRADE   TO TH-GRADE.
  6420     REWRITE TERM-HISTORY-RECORD.
  6430     IF WS-HISTORY-FS NOT = '00'
  6440         DISPLAY 'UNABLE TO REWRITE TERMHIST - FILE STATUS '
  6450             WS-HISTORY-FS
  6460         PERFORM 950-ABEND-RUN
  6470     END-IF.
  6480     PERFORM 150-WRITE-HISTORY-ROW.
  6490     PERFORM 160-PRINT-APPLIED-LINES.
  6500     PERFORM 170-NOTE-REISSUE.
  6510*
  6520*-----------------------------------------------------------*
  6530* 150-WRITE-HISTORY-ROW                                      *
  6540*-----------------------------------------------------------*
  6550 150-WRITE-HISTORY-ROW.
  6560     MOVE SPACES TO GRADE-CORR-HIST-RECORD.
  6570     MOVE GC-STUDENT-ID    TO GR-STUDENT-ID.
  6580     MOVE GC-TERM          TO GR-TERM.
  6590     MOVE WS-RUN-DATE      TO GR-CORRECTED-DATE.
  6600     MOVE GC-SUBJ-CODE     TO GR-SUBJ-CODE.
  6610     MOVE WS-PREV-SCORE    TO GR-PREV-SCORE.
  6620     MOVE WS-NEW-SCORE     TO GR-NEW-SCORE.
  6630     MOVE WS-PREV-AVERAGE  TO GR-PREV-AVERAGE.
  6640     MOVE TH-AVERAGE       TO GR-NEW-AVERAGE.
  6650     MOVE WS-PREV-GRADE    TO GR-PREV-GRADE.
  6660     MOVE TH-GRADE         TO GR-NEW-GRADE.
  6670     MOVE GC-REASON        TO GR-REASON.
  6680     MOVE GC-AUTH-TEACHER  TO GR-AUTH-TEACHER.
  6690     WRITE GRADE-CORR-HIST-RECORD.
  6700     IF WS-CORRHIST-FS NOT = '00'
  6710         DISPLAY 'UNABLE TO WRITE GRADCHST - FILE STATUS '
  6720             WS-CORRHIST-FS
  6730         PERFORM 950-ABEND-RUN
  6740     END-IF.
  6750*
  6760*-----------------------------------------------------------*
  6770* 160-PRINT-APPLIED-LINES                                    *
  6780*-----------------------------------------------------------*
  6790 160-PRINT-APPLIED-LINES.
  6800     MOVE WS-PREV-SCORE   TO WS-SCORE-DISP.
  6810     MOVE WS-NEW-SCORE    TO WS-SCORE-DISP2.
  6820     MOVE WS-PREV-AVERAGE TO WS-AVERAGE-DISP.
  6830     MOVE TH-AVERAGE      TO WS-AVERAGE-DISP2.
  6840     MOVE SPACES TO REPORT-LINE.
  6850     STRING 'APPLIED   '        DELIMITED BY SIZE
  6860             GC-STUDENT-ID      DELIMITED BY SIZE
  6870             ' '                DELIMITED BY SIZE
  6880             GC-TERM            DELIMITED BY SIZE
  6890             ' '                DELIMITED BY SIZE
  6900             GC-SUBJ-CODE       DELIMITED BY SIZE
  6910             ' '                DELIMITED BY SIZE
  6920             WS-SCORE-DISP      DELIMITED BY SIZE
  6930             ' -> '             DELIMITED BY SIZE
  6940             WS-SCORE-DISP2     DELIMITED BY SIZE
  6950             '  AVG '           DELIMITED BY SIZE
  6960             WS-AVERAGE-DISP    DELIMITED BY SIZE
  6970             ' -> '             DELIMITED BY SIZE
  6980             WS-AVERAGE-DISP2   DELIMITED BY SIZE
  6990             '  GRADE '         DELIMITED BY SIZE
  7000             WS-PREV-GRADE      DELIMITED BY SIZE
  7010             ' -> '             DELIMITED BY SIZE
  7020             TH-GRADE           DELIMITED BY SIZE
  7030         INTO REPORT-LINE
  7040     END-STRING.
  7050     PERFORM 400-WRITE-REPORT-LINE.
  7060     MOVE SPACES TO REPORT-LINE.
  7070     STRING '          REASON: '   DELIMITED BY SIZE
  7080             GC-REASON          DELIMITED BY SIZE
  7090             '  BY: '           DELIMITED BY SIZE
  7100             GC-AUTH-TEACHER    DELIMITED BY SIZE
  7110         INTO REPORT-LINE
  7120     END-STRING.
  7130     PERFORM 400-WRITE-REPORT-LINE.
  7140*
  7150*-----------------------------------------------------------*
  7160* 170-NOTE-REISSUE                                           *
  7170*                                                            *
  7180* ADDS THE STUDENT AND TERM TO THE REISSUE TABLE, OR, FOR A *
  7190* TERM ALREADY CORRECTED THIS RUN, MOVES ITS NEW GRADE AND  *
  7200* STANDING ON. A FULL TABLE WARNS ONCE - THE CORRECTIONS    *
  7210* ARE STILL APPLIED AND ON GRADCHST, ONLY THE LIST IS SHORT.*
  7220*-----------------------------------------------------------*
  7230 170-NOTE-REISSUE.
  7240     MOVE 'NO' TO WS-REISSUE-FOUND.
  7250     SET RI-IDX TO 1.
  7260     IF WS-REISSUE-COUNT > 0
  7270         SEARCH REISSUE-ENTRY
  7280             AT END
  7290                 CONTINUE
  7300             WHEN RI-STUDENT-ID (RI-IDX) = GC-STUDENT-ID
  7310                 AND RI-TERM (RI-IDX) = GC-TERM
  7320                 MOVE 'YES' TO WS-REISSUE-FOUND
  7330         END-SEARCH
  7340     END-IF.
  7350     IF WS-REISSUE-FOUND = 'NO'
  7360         IF WS-REISSUE-COUNT < 200
  7370             ADD 1 TO WS-REISSUE-COUNT
  7380             SET RI-IDX TO WS-REISSUE-COUNT
  7390             MOVE GC-STUDENT-ID   TO RI-STUDENT-ID (RI-IDX)
  7400             MOVE TH-STUDENT-NAME TO RI-NAME (RI-IDX)
  7410             MOVE GC-TERM         TO RI-TERM (RI-IDX)
  7420             MOVE WS-PREV-GRADE   TO RI-PREV-GRADE (RI-IDX)
  7430             MOVE WS-PREV-AVERAGE TO WS-CHECK-AVERAGE
  7440             PERFORM 175-FIND-STANDING
  7450             MOVE WS-CHECK-STANDING
  7460                 TO RI-PREV-STANDING (RI-IDX)
  7470             MOVE 'YES' TO WS-REISSUE-FOUND
  7480         ELSE
  7490             IF WS-REISSUE-CAP-WARNED = 'NO'
  7500                 DISPLAY 'WARNING - REISSUE TABLE FULL, '
  7510                     'REISSUE LIST IS NOW INCOMPLETE'
  7520                 MOVE 'YES' TO WS-REISSUE-CAP-WARNED
  7530             END-IF
  7540         END-IF
  7550     END-IF.
  7560     IF WS-REISSUE-FOUND = 'YES'
  7570         ADD 1 TO RI-CORR-COUNT (RI-IDX)
  7580         MOVE TH-GRADE TO RI-NEW-GRADE (RI-IDX)
  7590         MOVE TH-AVERAGE TO WS-CHECK-AVERAGE
  7600         PERFORM 175-FIND-STANDING
  7610         MOVE WS-CHECK-STANDING TO RI-NEW-STANDING (RI-IDX)
  7620     END-IF.
  7630*
  7640*-----------------------------------------------------------*
  7650* 175-FIND-STANDING                                          *
  7660*                                                            *
  7670* PLACES WS-CHECK-AVERAGE ON THE HONOR ROLL, ON PROBATION,  *
  7680* OR ON NEITHER LIST, BY THE SAME TESTS THE STANDING REPORT *
  7690* APPLIES TO A TERM AVERAGE.                                 *
  7700*-----------------------------------------------------------*
  7710 175-FIND-STANDING.
  7720     IF WS-CHECK-AVERAGE NOT < WS-HONOR-THRESHOLD
  7730         MOVE 'HONOR' TO WS-CHECK-STANDING
  7740     ELSE
  7750         IF WS-CHECK-AVERAGE < WS-FAIL-THRESHOLD
  7760             MOVE 'PROBATION' TO WS-CHECK-STANDING
  7770         ELSE
  7780             MOVE 'NONE' TO WS-CHECK-STANDING
  7790         END-IF
  7800     END-IF.
  7810*
  7820*-----------------------------------------------------------*
  7830* 200-LOG-REJECT                                             *
  7840*-----------------------------------------------------------*
  7850 200-LOG-REJECT.
  7860     MOVE 'NO' TO WS-TRANS-VALID.
  7870     ADD 1 TO WS-REJECT-COUNT.
  7880     MOVE SPACES TO REPORT-LINE.
  7890     STRING 'REJECTED  '        DELIMITED BY SIZE
  7900             GC-STUDENT-ID      DELIMITED BY SIZE
  7910             ' '                DELIMITED BY SIZE
  7920             GC-TERM            DELIMITED BY SIZE
  7930             ' '                DELIMITED BY SIZE
  7940             GC-SUBJ-CODE       DELIMITED BY SIZE
  7950             '  - '             DELIMITED BY SIZE
  7960             WS-REJECT-REASON   DELIMITED BY SIZE
  7970         INTO REPORT-LINE
  7980     END-STRING.
  7990     PERFORM 400-WRITE-REPORT-LINE.
  8000*
  8010*-----------------------------------------------------------*
  8020* 210-COMPUTE-AVERAGE                                        *
  8030*                                                            *
  8040* THE TERMSNAP RULE, APPLIED TO THE TERMHIST ROW: AN UNUSED *
  8050* SLOT (BLANK SUBJECT CODE) IS SKIPPED AND A SCORE OVER 100 *
  8060* IS LEFT OUT. A ROW WITH NO VALID SCORES AVERAGES TO ZERO  *
  8070* RATHER THAN DIVIDING BY ZERO.                              *
  8080*-----------------------------------------------------------*
  8090 210-COMPUTE-AVERAGE.
  8100     MOVE ZERO TO WS-STUDENT-TOTAL.
  8110     MOVE ZERO TO WS-STUDENT-VALID-COUNT.
  8120     PERFORM 215-ADD-ONE-SCORE
  8130         VARYING WS-SUB-IDX FROM 1 BY 1
  8140         UNTIL WS-SUB-IDX > 6.
  8150     IF WS-STUDENT-VALID-COUNT > 0
  8160         COMPUTE WS-STUDENT-AVERAGE ROUNDED =
  8170             WS-STUDENT-TOTAL / WS-STUDENT-VALID-COUNT
  8180     ELSE
  8190         MOVE ZERO TO WS-STUDENT-AVERAGE
  8200     END-IF.
  8210*
  8220*-----------------------------------------------------------*
  8230* 215-ADD-ONE-SCORE                                          *
  8240*-----------------------------------------------------------*
  8250 215-ADD-ONE-SCORE.
  8260     IF TH-SUBJ-CODE (WS-SUB-IDX) NOT = SPACES
  8270         AND TH-SUBJ-SCORE (WS-SUB-IDX) NOT > 100
  8280         ADD TH-SUBJ-SCORE (WS-SUB-IDX)
  8290             TO WS-STUDENT-TOTAL
  8300         ADD 1 TO WS-STUDENT-VALID-COUNT
  8310     END-IF.
  8320*
  8330*-----------------------------------------------------------*
  8340* 220-ASSIGN-GRADE                                           *
  8350*                                                            *
  8360* STANDARD 90/80/70/60 GRADE BANDS APPLIED TO THE AVERAGE.   *
  8370*-----------------------------------------------------------*
  8380 220-ASSIGN-GRADE.
  8390     IF WS-STUDENT-AVERAGE NOT < 90
  8400         MOVE 'A' TO WS-STUDENT-GRADE
  8410     ELSE
  8420         IF WS-STUDENT-AVERAGE NOT < 80
  8430             MOVE 'B' TO WS-STUDENT-GRADE
  8440         ELSE
  8450             IF WS-STUDENT-AVERAGE NOT < 70
  8460                 MOVE 'C' TO WS-STUDENT-GRADE
  8470             ELSE
  8480                 IF WS-STUDENT-AVERAGE NOT < 60
  8490                     MOVE 'D' TO WS-STUDENT-GRADE
  8500                 ELSE
  8510                     MOVE 'F' TO WS-STUDENT-GRADE
  8520                 END-IF
  8530             END-IF
  8540         END-IF
  8550     END-IF.
  8560*
  8570*-----------------------------------------------------------*
  8580* 300-PRINT-REISSUE-LIST                                     *
  8590*                                                            *
  8600* EVERY TERM CORRECTED THIS RUN CHANGED A TRANSCRIPT, SO     *
  8610* EVERY ONE IS LISTED FOR REISSUE. THE SECOND LIST IS THE    *
  8620* SUBSET WHOSE HONOR OR PROBATION PLACEMENT MOVED - THOSE    *
  8630* STUDENTS ALSO NEED THEIR STANDING LETTERS REISSUED. THE    *
  8640* FALLING-AVERAGE WATCH LIST DEPENDS ON THE NEIGHBOURING     *
  8650* TERMS AS WELL, SO IT IS LEFT TO THE NEXT STANDING RUN.     *
  8660*-----------------------------------------------------------*
  8670 300-PRINT-REISSUE-LIST.
  8680     MOVE SPACES TO REPORT-LINE.
  8690     PERFORM 400-WRITE-REPORT-LINE.
  8700     MOVE 'TRANSCRIPTS TO REISSUE' TO REPORT-LINE.
  8710     PERFORM 400-WRITE-REPORT-LINE.
  8720     PERFORM 310-PRINT-REISSUE-LINE
  8730         VARYING WS-PRINT-SUB FROM 1 BY 1
  8740         UNTIL WS-PRINT-SUB > WS-REISSUE-COUNT.
  8750     MOVE SPACES TO REPORT-LINE.
  8760     PERFORM 400-WRITE-REPORT-LINE.
  8770     MOVE 'STANDING PLACEMENT CHANGED' TO REPORT-LINE.
  8780     PERFORM 400-WRITE-REPORT-LINE.
  8790     PERFORM 320-PRINT-STANDING-LINE
  8800         VARYING WS-PRINT-SUB FROM 1 BY 1
  8810         UNTIL WS-PRINT-SUB > WS-REISSUE-COUNT.
  8820*
  8830*-----------------------------------------------------------*
  8840* 310-PRINT-REISSUE-LINE                                     *
  8850*-----------------------------------------------------------*
  8860 310-PRINT-REISSUE-LINE.
  8870     MOVE RI-CORR-COUNT (WS-PRINT-SUB) TO WS-CORR-COUNT-DISP.
  8880     MOVE SPACES TO REPORT-LINE.
  8890     STRING '   '                        DELIMITED BY SIZE
  8900             RI-STUDENT-ID (WS-PRINT-SUB) DELIMITED BY SIZE
  8910             '  '                        DELIMITED BY SIZE
  8920             RI-NAME (WS-PRINT-SUB)      DELIMITED BY SIZE
  8930             '  '                        DELIMITED BY SIZE
  8940             RI-TERM (WS-PRINT-SUB)      DELIMITED BY SIZE
  8950             '  GRADE '                  DELIMITED BY SIZE
  8960             RI-PREV-GRADE (WS-PRINT-SUB) DELIMITED BY SIZE
  8970             ' -> '                      DELIMITED BY SIZE
  8980             RI-NEW-GRADE (WS-PRINT-SUB) DELIMITED BY SIZE
  8990             '  CORRECTIONS '            DELIMITED BY SIZE
  9000             WS-CORR-COUNT-DISP          DELIMITED BY SIZE
  9010         INTO REPORT-LINE
  9020     END-STRING.
  9030     PERFORM 400-WRITE-REPORT-LINE.
  9040*
  9050*-----------------------------------------------------------*
  9060* 320-PRINT-STANDING-LINE                                    *
  9070*-----------------------------------------------------------*
  9080 320-PRINT-STANDING-LINE.
  9090     IF RI-PREV-STANDING (WS-PRINT-SUB)
  9100         NOT = RI-NEW-STANDING (WS-PRINT-SUB)
  9110         ADD 1 TO WS-STANDING-COUNT
  9120         MOVE SPACES TO REPORT-LINE
  9130         STRING '   '                    DELIMITED BY SIZE
  9140                 RI-STUDENT-ID (WS-PRINT-SUB)
  9150                                         DELIMITED BY SIZE
  9160                 '  '                    DELIMITED BY SIZE
  9170                 RI-NAME (WS-PRINT-SUB)  DELIMITED BY SIZE
  9180                 '  '                    DELIMITED BY SIZE
  9190                 RI-TERM (WS-PRINT-SUB)  DELIMITED BY SIZE
  9200                 '  '                    DELIMITED BY SIZE
  9210                 RI-PREV-STANDING (WS-PRINT-SUB)
  9220                                         DELIMITED BY SIZE
  9230                 ' -> '                  DELIMITED BY SIZE
  9240                 RI-NEW-STANDING (WS-PRINT-SUB)
  9250                                         DELIMITED BY SIZE
  9260             INTO REPORT-LINE
  9270         END-STRING
  9280         PERFORM 400-WRITE-REPORT-LINE
  9290     END-IF.
  9300*
  9310*-----------------------------------------------------------*
  9320* 340-PRINT-TRAILER                                          *
  9330*-----------------------------------------------------------*
  9340 340-PRINT-TRAILER.
  9350     MOVE WS-READ-COUNT     TO WS-READ-COUNT-DISP.
  9360     MOVE WS-APPLIED-COUNT  TO WS-APPLIED-COUNT-DISP.
  9370     MOVE WS-REJECT-COUNT   TO WS-REJECT-COUNT-DISP.
  9380     MOVE WS-REISSUE-COUNT  TO WS-REISSUE-COUNT-DISP.
  9390     MOVE WS-STANDING-COUNT TO WS-STANDING-COUNT-DISP.
  9400     MOVE SPACES TO REPORT-LINE.
  9410     WRITE REPORT-LINE FROM
  9420         '-------------------------------------------------'.
  9430     MOVE SPACES TO REPORT-LINE.
  9440     STRING 'CORRECTIONS READ: '    DELIMITED BY SIZE
  9450             WS-READ-COUNT-DISP     DELIMITED BY SIZE
  9460             '  APPLIED: '          DELIMITED BY SIZE
  9470             WS-APPLIED-COUNT-DISP  DELIMITED BY SIZE
  9480             '  REJECTED: '         DELIMITED BY SIZE
  9490             WS-REJECT-COUNT-DISP   DELIMITED BY SIZE
  9500         INTO REPORT-LINE
  9510     END-STRING.
  9520     PERFORM 400-WRITE-REPORT-LINE.
  9530     MOVE SPACES TO REPORT-LINE.
  9540     STRING 'TRANSCRIPTS TO REISSUE: ' DELIMITED BY SIZE
  9550             WS-REISSUE-COUNT-DISP  DELIMITED BY SIZE
  9560             '  STANDING CHANGED: ' DELIMITED BY SIZE
  9570             WS-STANDING-COUNT-DISP DELIMITED BY SIZE
  9580         INTO REPORT-LINE
  9590     END-STRING.
  9600     PERFORM 400-WRITE-REPORT-LINE.
  9610*
  9620*-----------------------------------------------------------*
  9630* 400-WRITE-REPORT-LINE                                      *
  9640*-----------------------------------------------------------*
  9650 400-WRITE-REPORT-LINE.
  9660     WRITE REPORT-LINE.
  9670     IF WS-REPORT-FS NOT = '00'
  9680         DISPLAY 'UNABLE TO WRITE GRADRPT - FILE STATUS '
  9690             WS-REPORT-FS
  9700         PERFORM 950-ABEND-RUN
  9710     END-IF.
  9720*
  9730*-----------------------------------------------------------*
  9740* 900-TERMINATE                                              *
  9750*-----------------------------------------------------------*
  9760 900-TERMINATE.
  9770     CLOSE CORR-FILE.
  9780     CLOSE HISTORY-FILE.
  9790     CLOSE CORR-HIST-FILE.
  9800     CLOSE CORR-REPORT.
  9810     DISPLAY 'GRADCORR RECORDS READ.... ' WS-READ-COUNT-DISP.
  9820     DISPLAY 'CORRECTIONS APPLIED...... '
  9830         WS-APPLIED-COUNT-DISP.
  9840     DISPLAY 'CORRECTIONS REJECTED..... '
  9850         WS-REJECT-COUNT-DISP.
  9860     DISPLAY 'TRANSCRIPTS TO REISSUE... '
  9870         WS-REISSUE-COUNT-DISP.
  9880     DISPLAY 'STANDING CHANGED......... '
  9890         WS-STANDING-COUNT-DISP.
  9900     PERFORM 930-WRITE-RUN-LOG.
  9910*
  9920*-----------------------------------------------------------*
  9930* 930-WRITE-RUN-LOG                                          *
  9940*                                                            *
  9950* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE -         *
  9960* CORRECTIONS APPLIED AS WRITTEN AND REJECTS AS EXCEPTIONS.  *
  9970* CALLED ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE *
  9980* HERE IS REPORTED BUT NEVER RE-ABENDS THE RUN.              *
  9990*-----------------------------------------------------------*
 10000 930-WRITE-RUN-LOG.
 10010     OPEN EXTEND RUN-LOG-FILE.
 10020     IF WS-RUNLOG-FS NOT = '00'
 10030         AND WS-RUNLOG-FS NOT = '05'
 10040         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
 10050             WS-RUNLOG-FS
 10060     ELSE
 10070         MOVE SPACES TO RUN-LOG-RECORD
 10080         MOVE 'TERMCORR'          TO RL-PROGRAM-NAME
 10090         MOVE WS-RUN-DATE         TO RL-START-DATE
 10100         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
 10110         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
 10120         ACCEPT WS-RUN-END-TIME FROM TIME
 10130         MOVE WS-RUN-END-DATE     TO RL-END-DATE
 10140         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
 10150         MOVE WS-READ-COUNT       TO RL-RECORDS-READ
 10160         MOVE WS-APPLIED-COUNT    TO RL-RECORDS-WRITTEN
 10170         MOVE WS-REJECT-COUNT     TO RL-EXCEPTION-COUNT
 10180         MOVE ZEROES              TO RL-DUPLICATE-COUNT
 10190         MOVE RETURN-CODE         TO RL-RETURN-CODE
 10200         WRITE RUN-LOG-RECORD
 10210         IF WS-RUNLOG-FS NOT = '00'
 10220             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
 10230                 WS-RUNLOG-FS
 10240         END-IF
 10250         CLOSE RUN-LOG-FILE
 10260     END-IF.
 10270*
 10280*-----------------------------------------------------------*
 10290* 950-ABEND-RUN                                              *
 10300*-----------------------------------------------------------*
 10310 950-ABEND-RUN.
 10320     DISPLAY 'TERMCORR IS ABENDING - SEE THE MESSAGE ABOVE'.
 10330     MOVE 16 TO RETURN-CODE.
 10340     PERFORM 930-WRITE-RUN-LOG.
 10350     STOP RUN.
