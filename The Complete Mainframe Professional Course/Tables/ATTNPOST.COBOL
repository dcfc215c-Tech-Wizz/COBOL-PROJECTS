    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    ATTNPOST.
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
   130* 2026-10-15 DP    ORIGINAL VERSION - POSTS THE DAILY       *
   140*                  ATTENDANCE TRANSACTIONS (STUDENT, DATE,  *
   150*                  PRESENT/ABSENT/LATE/EXCUSED) FROM        *
   160*                  ATTNTRAN. EACH DAY IS VALIDATED AGAINST  *
   170*                  THE STUDENTS.DAT ROSTER AND THE TERMCAL  *
   180*                  TERM DATES, KEPT ON THE ATTNDAY DAILY    *
   190*                  FILE SO A DAY CANNOT BE POSTED TWICE,    *
   200*                  AND ADDED TO THE STUDENT'S TOTALS FOR    *
   210*                  THE TERM ON ATTNTOT. REJECTS GO TO       *
   220*                  STUAUDIT WITH THE REASON.                *
   230*-----------------------------------------------------------*
   240 ENVIRONMENT DIVISION.
   250 INPUT-OUTPUT SECTION.
   260 FILE-CONTROL.
   270     SELECT TRANS-FILE ASSIGN TO "ATTNTRAN"
   280         ORGANIZATION IS LINE SEQUENTIAL
   290         ACCESS MODE IS SEQUENTIAL
   300         FILE STATUS IS WS-TRANS-FS.
   310*
   320     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
   330         ORGANIZATION IS INDEXED
   340         ACCESS MODE IS RANDOM
   350         RECORD KEY IS STUDENT-ID
   360         FILE STATUS IS WS-STUDENT-FS.
   370*
   380     SELECT ATTEND-DAY-FILE ASSIGN TO "ATTNDAY"
   390         ORGANIZATION IS INDEXED
   400         ACCESS MODE IS RANDOM
   410         RECORD KEY IS AD-KEY
   420         FILE STATUS IS WS-ATTNDAY-FS.
   430*
   440     SELECT ATTEND-TOTAL-FILE ASSIGN TO "ATTNTOT"
   450         ORGANIZATION IS INDEXED
   460         ACCESS MODE IS RANDOM
   470         RECORD KEY IS AT-KEY
   480         FILE STATUS IS WS-ATTNTOT-FS.
   490*
   500     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "STUAUDIT"
   510         ORGANIZATION IS LINE SEQUENTIAL
   520         ACCESS MODE IS SEQUENTIAL
   530         FILE STATUS IS WS-AUDIT-FS.
   540*
   550     SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL"
   560         ORGANIZATION IS LINE SEQUENTIAL
   570         ACCESS MODE IS SEQUENTIAL
   580         FILE STATUS IS WS-TERMCAL-FS.
   590*
   600     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   610         ORGANIZATION IS LINE SEQUENTIAL
   620         ACCESS MODE IS SEQUENTIAL
   630         FILE STATUS IS WS-RUNLOG-FS.
   640*
   650 DATA DIVISION.
   660 FILE SECTION.
   670*-----------------------------------------------------------*
   680* ONE SCHOOL DAY FOR ONE STUDENT, E.G.                      *
   690*     100001 20260112 P                                     *
   700* STATUS P = PRESENT, A = ABSENT, L = LATE, E = EXCUSED     *
   710* ABSENCE.                                                  *
   720*-----------------------------------------------------------*
   730 FD  TRANS-FILE.
   740 01  TRANS-RECORD.
   750     05  AX-STUDENT-ID      PIC X(6).
   760     05  FILLER             PIC X(1).
   770     05  AX-DATE            PIC X(8).
   780     05  FILLER             PIC X(1).
   790     05  AX-STATUS          PIC X(1).
   800*
   810 FD  STUDENT-FILE.
   820 01  STUDENT-FILE-RECORD.
   830     COPY STUDENTREC.
   840*
   850*-----------------------------------------------------------*
   860* ATTNDAY - ONE ROW PER STUDENT PER SCHOOL DAY POSTED, WITH *
   870* THE TERM THE DAY FELL IN AND THE STATUS RECORDED. THE KEY *
   880* IS WHAT STOPS THE SAME DAY BEING COUNTED TWICE.           *
   890*-----------------------------------------------------------*
   900 FD  ATTEND-DAY-FILE.
   910 01  ATTEND-DAY-RECORD.
   920     05  AD-KEY.
   930         10  AD-STUDENT-ID  PIC X(6).
   940         10  AD-DATE        PIC X(8).
   950     05  AD-TERM            PIC X(6).
   960     05  AD-STATUS          PIC X(1).
   970     05  AD-POSTED-DATE     PIC X(8).
   980*
   990 FD  ATTEND-TOTAL-FILE.
  1000 01  ATTEND-TOTAL-RECORD.
  1010     COPY ATTNREC.
  1020*
  1030 FD  AUDIT-FILE.
  1040 01  AUDIT-LINE             PIC X(180).
  1050*
  1060 FD  TERM-CAL-FILE.
  1070 01  TERM-CAL-RECORD.
  1080     COPY TERMCAL.
  1090*
  1100 FD  RUN-LOG-FILE.
  1110 01  RUN-LOG-RECORD.
  1120     COPY RUNLOGREC.
  1130*
  1140 WORKING-STORAGE SECTION.
  1150*
  1160 01  WS-TRANS-FS            PIC X(2) VALUE SPACES.
  1170 01  WS-STUDENT-FS          PIC X(2) VALUE SPACES.
  1180 01  WS-ATTNDAY-FS          PIC X(2) VALUE SPACES.
  1190 01  WS-ATTNTOT-FS          PIC X(2) VALUE SPACES.
  1200 01  WS-AUDIT-FS            PIC X(2) VALUE SPACES.
  1210 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1220*
  1230 01  WS-TRANS-VALID         PIC X(3) VALUE 'YES'.
  1240 01  WS-REJECT-REASON       PIC X(40) VALUE SPACES.
  1250 01  WS-RUN-DATE            PIC X(8) VALUE SPACES.
  1260 01  WS-POST-TERM           PIC X(6) VALUE SPACES.
  1270*
  1280*-----------------------------------------------------------*
  1290* ATTENDANCE DATE EDIT - THE DATE MUST BE EIGHT DIGITS WITH *
  1300* A MONTH OF 01-12 AND A DAY OF 01-31, SINCE THE TERM IT    *
  1310* FALLS IN IS FOUND BY A PLAIN YYYYMMDD COMPARE AGAINST THE *
  1320* TERMCAL START AND END DATES.                              *
  1330*-----------------------------------------------------------*
  1340 01  WS-EDIT-DATE.
  1350     05  WS-EDIT-YEAR       PIC 9(4).
  1360     05  WS-EDIT-MONTH      PIC 9(2).
  1370     05  WS-EDIT-DAY        PIC 9(2).
  1380*
  1390*-----------------------------------------------------------*
  1400* TERM CALENDAR TABLE - LOADED FROM TERMCAL AT STARTUP WITH *
  1410* EACH TERM'S START AND END DATES, SO EVERY ATTENDANCE DAY  *
  1420* CAN BE PLACED IN ITS TERM - AND A DAY OUTSIDE EVERY TERM  *
  1430* (A HOLIDAY, OR A MISTYPED YEAR) REJECTED.                 *
  1440*-----------------------------------------------------------*
  1450 01  WS-TERMCAL-FS          PIC X(2) VALUE SPACES.
  1460 01  WS-TERMCAL-COUNT       PIC 9(2) VALUE ZERO.
  1470 01  TERM-CAL-TABLE.
  1480     05  TERM-CAL-ENTRY OCCURS 50 TIMES INDEXED BY CAL-IDX.
  1490         10  CAL-TERM-CODE   PIC X(6)  VALUE SPACES.
  1500         10  CAL-START-DATE  PIC X(8)  VALUE SPACES.
  1510         10  CAL-END-DATE    PIC X(8)  VALUE SPACES.
  1520*
  1530*-----------------------------------------------------------*
  1540* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1550* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1560* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1570*-----------------------------------------------------------*
  1580 01  WS-RUNLOG-FS           PIC X(2) VALUE SPACES.
  1590 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  1600 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  1610 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  1620*
  1630*-----------------------------------------------------------*
  1640* TRANSACTION COUNTS - PRINTED AS A SUMMARY AT END OF RUN    *
  1650* AND AS A TRAILER ON STUAUDIT SO THE RUN CAN BE BALANCED:   *
  1660* READ = POSTED + REJECTED. A DAY ALREADY ON ATTNDAY IS A    *
  1670* REJECT AND IS ALSO COUNTED AS A DUPLICATE.                 *
  1680*-----------------------------------------------------------*
  1690 01  WS-READ-COUNT          PIC 9(5) VALUE ZEROES.
  1700 01  WS-POSTED-COUNT        PIC 9(5) VALUE ZEROES.
  1710 01  WS-REJECT-COUNT        PIC 9(5) VALUE ZEROES.
  1720 01  WS-DUPLICATE-COUNT     PIC 9(5) VALUE ZEROES.
  1730 01  WS-NEW-TOTAL-COUNT     PIC 9(5) VALUE ZEROES.
  1740 01  WS-READ-COUNT-DISP     PIC ZZZZ9.
  1750 01  WS-POSTED-COUNT-DISP   PIC ZZZZ9.
  1760 01  WS-REJECT-COUNT-DISP   PIC ZZZZ9.
  1770 01  WS-DUPLICATE-COUNT-DISP PIC ZZZZ9.
  1780 01  WS-NEW-TOTAL-COUNT-DISP PIC ZZZZ9.
  1790*
  1800 PROCEDURE DIVISION.
  1810*
  1820*-----------------------------------------------------------*
  1830* 000-MAIN-PROCEDURE                                        *
  1840*-----------------------------------------------------------*
  1850 000-MAIN-PROCEDURE.
  1860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  1870     ACCEPT WS-RUN-START-TIME FROM TIME.
  1880     PERFORM 030-LOAD-TERM-CALENDAR.
  1890     PERFORM 050-INITIALIZE.
  1900     PERFORM 100-POST-TRANSACTIONS UNTIL END-OF-FILE = 'YES'.
  1910     PERFORM 300-PRINT-SUMMARY.
  1920     PERFORM 900-TERMINATE.
  1930     STOP RUN.
  1940*
  1950*-----------------------------------------------------------*
  1960* 030-LOAD-TERM-CALENDAR                                     *
  1970*                                                            *
  1980* A MISSING TERMCAL IS A REAL ERROR - WITHOUT THE CALENDAR  *
  1990* NO DAY CAN BE PLACED IN A TERM.                            *
  2000*-----------------------------------------------------------*
  2010 030-LOAD-TERM-CALENDAR.
  2020     OPEN INPUT TERM-CAL-FILE.
  2030     IF WS-TERMCAL-FS NOT = '00'
  2040         DISPLAY 'UNABLE TO OPEN TERMCAL - FILE STATUS '
  2050             WS-TERMCAL-FS
  2060         PERFORM 950-ABEND-RUN
  2070     END-IF.
  2080     PERFORM 035-LOAD-ONE-TERM UNTIL END-OF-FILE = 'YES'.
  2090     CLOSE TERM-CAL-FILE.
  2100     MOVE 'NO' TO END-OF-FILE.
  2110*
  2120*-----------------------------------------------------------*
  2130* 035-LOAD-ONE-TERM                                          *
  2140*-----------------------------------------------------------*
  2150 035-LOAD-ONE-TERM.
  2160     READ TERM-CAL-FILE
  2170         AT END
  2180             MOVE 'YES' TO END-OF-FILE
  2190     END-READ.
  2200     IF END-OF-FILE NOT = 'YES'
  2210         AND WS-TERMCAL-FS NOT = '00'
  2220         DISPLAY 'ERROR READING TERMCAL - FILE STATUS '
  2230             WS-TERMCAL-FS
  2240         PERFORM 950-ABEND-RUN
  2250     END-IF.
  2260     IF END-OF-FILE NOT = 'YES'
  2270         IF WS-TERMCAL-COUNT < 50
  2280             ADD 1 TO WS-TERMCAL-COUNT
  2290             SET CAL-IDX TO WS-TERMCAL-COUNT
  2300             MOVE TCAL-CODE       TO CAL-TERM-CODE (CAL-IDX)
  2310             MOVE TCAL-START-DATE TO CAL-START-DATE (CAL-IDX)
  2320             MOVE TCAL-END-DATE   TO CAL-END-DATE (CAL-IDX)
  2330         ELSE
  2340             DISPLAY 'WARNING - TERM CALENDAR TABLE FULL, '
  2350                 'TERMCAL ENTRY SKIPPED: ' TCAL-CODE
  2360         END-IF
  2370     END-IF.
  2380*
  2390*-----------------------------------------------------------*
  2400* 050-INITIALIZE                                             *
  2410*                                                            *
  2420* OPENS THE ROSTER FOR LOOKUP AND THE TWO ATTENDANCE FILES  *
  2430* FOR UPDATE. FILE STATUS 35 ON ATTNDAY OR ATTNTOT MEANS NO *
  2440* ATTENDANCE HAS EVER BEEN POSTED, SO THE FILE IS BUILT     *
  2450* EMPTY AND REOPENED. A MISSING ROSTER IS A REAL ERROR -    *
  2460* THERE IS NOTHING TO VALIDATE THE STUDENTS AGAINST.        *
  2470*-----------------------------------------------------------*
  2480 050-INITIALIZE.
  2490     OPEN INPUT TRANS-FILE.
  2500     IF WS-TRANS-FS NOT = '00'
  2510         DISPLAY 'UNABLE TO OPEN ATTNTRAN - FILE STATUS '
  2520             WS-TRANS-FS
  2530         PERFORM 950-ABEND-RUN
  2540     END-IF.
  2550     OPEN EXTEND AUDIT-FILE.
  2560     IF WS-AUDIT-FS NOT = '00'
  2570         AND WS-AUDIT-FS NOT = '05'
  2580         DISPLAY 'UNABLE TO OPEN STUAUDIT - FILE STATUS '
  2590             WS-AUDIT-FS
  2600         PERFORM 950-ABEND-RUN
  2610     END-IF.
  2620     OPEN INPUT STUDENT-FILE.
  2630     IF WS-STUDENT-FS NOT = '00'
  2640         DISPLAY 'UNABLE TO OPEN STUDENTS.DAT - FILE STATUS '
  2650             WS-STUDENT-FS
  2660         PERFORM 950-ABEND-RUN
  2670     END-IF.
  2680     OPEN I-O ATTEND-DAY-FILE.
  2690     IF WS-ATTNDAY-FS = '35'
  2700         OPEN OUTPUT ATTEND-DAY-FILE
  2710         CLOSE ATTEND-DAY-FILE
  2720         OPEN I-O ATTEND-DAY-FILE
  2730     END-IF.
  2740     IF WS-ATTNDAY-FS NOT = '00'
  2750         DISPLAY 'UNABLE TO OPEN ATTNDAY - FILE STATUS '
  2760             WS-ATTNDAY-FS
  2770         PERFORM 950-ABEND-RUN
  2780     END-IF.
  2790     OPEN I-O ATTEND-TOTAL-FILE.
  2800     IF WS-ATTNTOT-FS = '35'
  2810         OPEN OUTPUT ATTEND-TOTAL-FILE
  2820         CLOSE ATTEND-TOTAL-FILE
  2830         OPEN I-O ATTEND-TOTAL-FILE
  2840     END-IF.
  2850     IF WS-ATTNTOT-FS NOT = '00'
  2860         DISPLAY 'UNABLE TO OPEN ATTNTOT - FILE STATUS '
  2870             WS-ATTNTOT-FS
  2880         PERFORM 950-ABEND-RUN
  2890     END-IF.
  2900     PERFORM 110-READ-TRANSACTION.
  2910*
  2920*-----------------------------------------------------------*
  2930* 100-POST-TRANSACTIONS                                      *
  2940*                                                            *
  2950* EDITS THE CURRENT DAY, PROVES THE STUDENT IS ON THE       *
  2960* ROSTER, RECORDS THE DAY ON ATTNDAY AND ADDS IT TO THE     *
  2970* TERM TOTALS. A DAY THAT FAILS ANY STEP IS LOGGED AS       *
  2980* REJECTED WITH THE REASON AND THE TOTALS ARE LEFT          *
  2990* UNTOUCHED.                                                 *
  3000*-----------------------------------------------------------*
  3010 100-POST-TRANSACTIONS.
  3020     ADD 1 TO WS-READ-COUNT.
  3030     MOVE 'YES' TO WS-TRANS-VALID.
  3040     PERFORM 120-EDIT-TRANSACTION.
  3050     IF WS-TRANS-VALID = 'YES'
  3060         PERFORM 130-CHECK-ROSTER
  3070     END-IF.
  3080     IF WS-TRANS-VALID = 'YES'
  3090         PERFORM 140-RECORD-DAY
  3100     END-IF.
  3110     IF WS-TRANS-VALID = 'YES'
  3120         PERFORM 150-ADD-TO-TERM-TOTAL
  3130         ADD 1 TO WS-POSTED-COUNT
  3140     END-IF.
  3150     PERFORM 110-READ-TRANSACTION.
  3160*
  3170*-----------------------------------------------------------*
  3180* 110-READ-TRANSACTION                                       *
  3190*-----------------------------------------------------------*
  3200 110-READ-TRANSACTION.
  3210     READ TRANS-FILE
  3220         AT END
  3230             MOVE 'YES' TO END-OF-FILE
  3240     END-READ.
  3250     IF WS-TRANS-FS NOT = '00'
  3260         AND WS-TRANS-FS NOT = '10'
  3270         DISPLAY 'ERROR READING ATTNTRAN - FILE STATUS '
  3280             WS-TRANS-FS
  3290         PERFORM 950-ABEND-RUN
  3300     END-IF.
  3310*
  3320*-----------------------------------------------------------*
  3330* 120-EDIT-TRANSACTION                                       *
  3340*                                                            *
  3350* FIELD EDITS THAT DO NOT NEED THE ROSTER: THE STUDENT-ID   *
  3360* MUST BE PRESENT, THE STATUS MUST BE P, A, L OR E, AND THE *
  3370* DATE MUST BE A VALID DATE NO LATER THAN TODAY THAT FALLS  *
  3380* INSIDE A TERM ON THE TERMCAL CALENDAR.                    *
  3390*-----------------------------------------------------------*
  3400 120-EDIT-TRANSACTION.
  3410     IF AX-STUDENT-ID = SPACES
  3420         MOVE 'STUDENT-ID IS MISSING' TO WS-REJECT-REASON
  3430         PERFORM 200-LOG-REJECT
  3440     END-IF.
  3450     IF WS-TRANS-VALID = 'YES'
  3460         AND AX-STATUS NOT = 'P'
  3470         AND AX-STATUS NOT = 'A'
  3480         AND AX-STATUS NOT = 'L'
  3490         AND AX-STATUS NOT = 'E'
  3500         MOVE 'STATUS IS NOT P, A, L OR E' TO WS-REJECT-REASON
  3510         PERFORM 200-LOG-REJECT
  3520     END-IF.
  3530     IF WS-TRANS-VALID = 'YES'
  3540         PERFORM 125-EDIT-ATTENDANCE-DATE
  3550     END-IF.
  3560     IF WS-TRANS-VALID = 'YES'
  3570         AND AX-DATE > WS-RUN-DATE
  3580         MOVE 'ATTENDANCE DATE IS IN THE FUTURE'
  3590             TO WS-REJECT-REASON
  3600         PERFORM 200-LOG-REJECT
  3610     END-IF.
  3620     IF WS-TRANS-VALID = 'YES'
  3630         PERFORM 128-FIND-TERM-FOR-DATE
  3640     END-IF.
  3650*
  3660*-----------------------------------------------------------*
  3670* 125-EDIT-ATTENDANCE-DATE                                   *
  3680*-----------------------------------------------------------*
  3690 125-EDIT-ATTENDANCE-DATE.
  3700     IF AX-DATE IS NOT NUMERIC
  3710         MOVE 'ATTENDANCE DATE IS NOT YYYYMMDD'
  3720             TO WS-REJECT-REASON
  3730         PERFORM 200-LOG-REJECT
  3740     ELSE
  3750         MOVE AX-DATE TO WS-EDIT-DATE
  3760         IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
  3770             OR WS-EDIT-DAY < 1 OR WS-EDIT-DAY > 31
  3780             MOVE 'ATTENDANCE DATE IS NOT A VALID DATE'
  3790                 TO WS-REJECT-REASON
  3800             PERFORM 200-LOG-REJECT
  3810         END-IF
  3820     END-IF.
  3830*
  3840*-----------------------------------------------------------*
  3850* 128-FIND-TERM-FOR-DATE                                     *
  3860*                                                            *
  3870* SETS WS-POST-TERM TO THE TERMCAL TERM WHOSE START AND END *
  3880* DATES CONTAIN THE ATTENDANCE DATE. A DAY BETWEEN TERMS IS *
  3890* REJECTED - THERE IS NO TERM TO COUNT IT TOWARDS.          *
  3900*-----------------------------------------------------------*
  3910 128-FIND-TERM-FOR-DATE.
  3920     MOVE SPACES TO WS-POST-TERM.
  3930     SET CAL-IDX TO 1.
  3940     IF WS-TERMCAL-COUNT > 0
  3950         SEARCH TERM-CAL-ENTRY
  3960             AT END
  3970                 CONTINUE
  3980             WHEN CAL-TERM-CODE (CAL-IDX) NOT = SPACES
  3990                 AND AX-DATE NOT < CAL-START-DATE (CAL-IDX)
  4000                 AND AX-DATE NOT > CAL-END-DATE (CAL-IDX)
  4010                 MOVE CAL-TERM-CODE (CAL-IDX) TO WS-POST-TERM
  4020         END-SEARCH
  4030     END-IF.
  4040     IF WS-POST-TERM = SPACES
  4050         MOVE 'DATE IS NOT WITHIN A TERMCAL TERM'
  4060             TO WS-REJECT-REASON
  4070         PERFORM 200-LOG-REJECT
  4080     END-IF.
  4090*
  4100*-----------------------------------------------------------*
  4110* 130-CHECK-ROSTER                                           *
  4120*                                                            *
  4130* FILE STATUS 23 ON THE READ MEANS THE STUDENT IS NOT ON    *
  4140* THE ROSTER, SO THE DAY IS REJECTED.                       *
  4150*-----------------------------------------------------------*
  4160 130-CHECK-ROSTER.
  4170     MOVE AX-STUDENT-ID TO STUDENT-ID.
  4180     READ STUDENT-FILE.
  4190     EVALUATE WS-STUDENT-FS
  4200         WHEN '00'
  4210             CONTINUE
  4220         WHEN '23'
  4230             MOVE 'STUDENT-ID NOT ON ROSTER'
  4240                 TO WS-REJECT-REASON
  4250             PERFORM 200-LOG-REJECT
  4260         WHEN OTHER
  4270             DISPLAY 'UNABLE TO READ STUDENTS.DAT - FILE '
  4280                 'STATUS ' WS-STUDENT-FS
  4290             PERFORM 950-ABEND-RUN
  4300     END-EVALUATE.
  4310*
  4320*-----------------------------------------------------------*
  4330* 140-RECORD-DAY                                             *
  4340*                                                            *
  4350* WRITES THE DAY TO ATTNDAY. FILE STATUS 22 MEANS THE DAY   *
  4360* IS ALREADY RECORDED FOR THE STUDENT - A RESUBMITTED       *
  4370* REGISTER - SO IT IS REJECTED RATHER THAN COUNTED TWICE.   *
  4380*-----------------------------------------------------------*
  4390 140-RECORD-DAY.
  4400     MOVE AX-STUDENT-ID TO AD-STUDENT-ID.
  4410     MOVE AX-DATE       TO AD-DATE.
  4420     MOVE WS-POST-TERM  TO AD-TERM.
  4430     MOVE AX-STATUS     TO AD-STATUS.
  4440     MOVE WS-RUN-DATE   TO AD-POSTED-DATE.
  4450     WRITE ATTEND-DAY-RECORD.
  4460     EVALUATE WS-ATTNDAY-FS
  4470         WHEN '00'
  4480             CONTINUE
  4490         WHEN '22'
  4500             ADD 1 TO WS-DUPLICATE-COUNT
  4510             MOVE 'DAY ALREADY RECORDED FOR STUDENT'
  4520                 TO WS-REJECT-REASON
  4530             PERFORM 200-LOG-REJECT
  4540         WHEN OTHER
  4550             DISPLAY 'UNABLE TO WRITE ATTNDAY - FILE STATUS '
  4560                 WS-ATTNDAY-FS
  4570             PERFORM 950-ABEND-RUN
  4580     END-EVALUATE.
  4590*
  4600*-----------------------------------------------------------*
  4610* 150-ADD-TO-TERM-TOTAL                                      *
  4620*                                                            *
  4630* READS THE STUDENT'S TOTALS FOR THE TERM, ADDS THE DAY TO  *
  4640* THE COUNT FOR ITS STATUS AND REWRITES. FILE STATUS 23     *
  4650* MEANS THIS IS THE STUDENT'S FIRST DAY POSTED FOR THE      *
  4660* TERM, SO A ZERO ROW IS STARTED AND WRITTEN INSTEAD.       *
  4670*-----------------------------------------------------------*
  4680 150-ADD-TO-TERM-TOTAL.
  4690     MOVE AX-STUDENT-ID TO AT-STUDENT-ID.
  4700     MOVE WS-POST-TERM  TO AT-TERM.
  4710     READ ATTEND-TOTAL-FILE.
  4720     EVALUATE WS-ATTNTOT-FS
  4730         WHEN '00'
  4740             PERFORM 155-COUNT-DAY
  4750             REWRITE ATTEND-TOTAL-RECORD
  4760             IF WS-ATTNTOT-FS NOT = '00'
  4770                 DISPLAY 'UNABLE TO REWRITE ATTNTOT - FILE '
  4780                     'STATUS ' WS-ATTNTOT-FS
  4790                 PERFORM 950-ABEND-RUN
  4800             END-IF
  4810         WHEN '23'
  4820             MOVE AX-STUDENT-ID TO AT-STUDENT-ID
  4830             MOVE WS-POST-TERM  TO AT-TERM
  4840             MOVE ZEROES TO AT-DAYS-PRESENT
  4850             MOVE ZEROES TO AT-DAYS-LATE
  4860             MOVE ZEROES TO AT-DAYS-ABSENT
  4870             MOVE ZEROES TO AT-DAYS-EXCUSED
  4880             MOVE SPACES TO AT-LAST-DATE
  4890             PERFORM 155-COUNT-DAY
  4900             WRITE ATTEND-TOTAL-RECORD
  4910             IF WS-ATTNTOT-FS NOT = '00'
  4920                 DISPLAY 'UNABLE TO WRITE ATTNTOT - FILE '
  4930                     'STATUS ' WS-ATTNTOT-FS
  4940                 PERFORM 950-ABEND-RUN
  4950             END-IF
  4960             ADD 1 TO WS-NEW-TOTAL-COUNT
  4970         WHEN OTHER
  4980             DISPLAY 'UNABLE TO READ ATTNTOT - FILE STATUS '
  4990                 WS-ATTNTOT-FS
  5000             PERFORM 950-ABEND-RUN
  5010     END-EVALUATE.
  5020*
  5030*-----------------------------------------------------------*
  5040* 155-COUNT-DAY                                              *
  5050*                                                            *
  5060* A DAY POSTED LATE (AN EARLIER DATE THAN ONE ALREADY ON    *
  5070* THE ROW) STILL COUNTS, BUT LEAVES THE LATEST DATE AS IT   *
  5080* WAS.                                                       *
  5090*-----------------------------------------------------------*
  5100 155-COUNT-DAY.
  5110     EVALUATE AX-STATUS
  5120         WHEN 'P'
  5130             ADD 1 TO AT-DAYS-PRESENT
  5140         WHEN 'L'
  5150             ADD 1 TO AT-DAYS-LATE
  5160         WHEN 'A'
  5170             ADD 1 TO AT-DAYS-ABSENT
  5180         WHEN 'E'
  5190             ADD 1 TO AT-DAYS-EXCUSED
  5200     END-EVALUATE.
  5210     IF AT-LAST-DATE = SPACES
  5220         OR AX-DATE > AT-LAST-DATE
  5230         MOVE AX-DATE TO AT-LAST-DATE
  5240     END-IF.
  5250*
  5260*-----------------------------------------------------------*
  5270* 200-LOG-REJECT                                             *
  5280*-----------------------------------------------------------*
  5290 200-LOG-REJECT.
  5300     MOVE 'NO' TO WS-TRANS-VALID.
  5310     ADD 1 TO WS-REJECT-COUNT.
  5320     MOVE SPACES TO AUDIT-LINE.
  5330     STRING WS-RUN-DATE         DELIMITED BY SIZE
  5340             '  '               DELIMITED BY SIZE
  5350             AX-STATUS          DELIMITED BY SIZE
  5360             ' '                DELIMITED BY SIZE
  5370             AX-STUDENT-ID      DELIMITED BY SIZE
  5380             ' ATTENDANCE '     DELIMITED BY SIZE
  5390             AX-DATE            DELIMITED BY SIZE
  5400             '  REJECTED - '    DELIMITED BY SIZE
  5410             WS-REJECT-REASON   DELIMITED BY SIZE
  5420         INTO AUDIT-LINE
  5430     END-STRING.
  5440     PERFORM 220-WRITE-AUDIT-LINE.
  5450*
  5460*-----------------------------------------------------------*
  5470* 220-WRITE-AUDIT-LINE                                       *
  5480*-----------------------------------------------------------*
  5490 220-WRITE-AUDIT-LINE.
  5500     WRITE AUDIT-LINE.
  5510     IF WS-AUDIT-FS NOT = '00'
  5520         DISPLAY 'UNABLE TO WRITE STUAUDIT - FILE STATUS '
  5530             WS-AUDIT-FS
  5540         PERFORM 950-ABEND-RUN
  5550     END-IF.
  5560*
  5570*-----------------------------------------------------------*
  5580* 300-PRINT-SUMMARY                                          *
  5590*                                                            *
  5600* WRITES THE BALANCING TRAILER ON STUAUDIT AND ECHOES THE    *
  5610* SAME COUNTS TO THE CONSOLE.                                *
  5620*-----------------------------------------------------------*
  5630 300-PRINT-SUMMARY.
  5640     MOVE WS-READ-COUNT      TO WS-READ-COUNT-DISP.
  5650     MOVE WS-POSTED-COUNT    TO WS-POSTED-COUNT-DISP.
  5660     MOVE WS-REJECT-COUNT    TO WS-REJECT-COUNT-DISP.
  5670     MOVE WS-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT-DISP.
  5680     MOVE WS-NEW-TOTAL-COUNT TO WS-NEW-TOTAL-COUNT-DISP.
  5690     MOVE SPACES TO AUDIT-LINE.
  5700     WRITE AUDIT-LINE FROM
  5710         '-------------------------------------------------'.
  5720     MOVE SPACES TO AUDIT-LINE.
  5730     STRING 'ATTENDANCE READ: '    DELIMITED BY SIZE
  5740             WS-READ-COUNT-DISP     DELIMITED BY SIZE
  5750             '  POSTED: '           DELIMITED BY SIZE
  5760             WS-POSTED-COUNT-DISP   DELIMITED BY SIZE
  5770             '  REJECTED: '         DELIMITED BY SIZE
  5780             WS-REJECT-COUNT-DISP   DELIMITED BY SIZE
  5790         INTO AUDIT-LINE
  5800     END-STRING.
  5810     PERFORM 220-WRITE-AUDIT-LINE.
  5820     DISPLAY 'ATTNTRAN RECORDS READ.... ' WS-READ-COUNT-DISP.
  5830     DISPLAY 'DAYS POSTED.............. ' WS-POSTED-COUNT-DISP.
  5840     DISPLAY 'NEW TERM TOTAL ROWS...... '
  5850         WS-NEW-TOTAL-COUNT-DISP.
  5860     DISPLAY 'DAYS REJECTED............ ' WS-REJECT-COUNT-DISP.
  5870     DISPLAY '  OF WHICH DUPLICATES.... '
  5880         WS-DUPLICATE-COUNT-DISP.
  5890*
  5900*-----------------------------------------------------------*
  5910* 900-TERMINATE                                              *
  5920*-----------------------------------------------------------*
  5930 900-TERMINATE.
  5940     CLOSE TRANS-FILE.
  5950     CLOSE STUDENT-FILE.
  5960     CLOSE ATTEND-DAY-FILE.
  5970     CLOSE ATTEND-TOTAL-FILE.
  5980     CLOSE AUDIT-FILE.
  5990     PERFORM 930-WRITE-RUN-LOG.
  6000*
  6010*-----------------------------------------------------------*
  6020* 930-WRITE-RUN-LOG                                          *
  6030*                                                            *
  6040* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE - DAYS   *
  6050* POSTED AS WRITTEN, REJECTS AS EXCEPTIONS AND DAYS ALREADY *
  6060* ON ATTNDAY AS DUPLICATES. CALLED ON A CLEAN END AND FROM  *
  6070* 950-ABEND-RUN, SO A FAILURE HERE IS REPORTED BUT NEVER    *
  6080* RE-ABENDS THE RUN.                                         *
  6090*-----------------------------------------------------------*
  6100 930-WRITE-RUN-LOG.
  6110     OPEN EXTEND RUN-LOG-FILE.
  6120     IF WS-RUNLOG-FS NOT = '00'
  6130         AND WS-RUNLOG-FS NOT = '05'
  6140         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  6150             WS-RUNLOG-FS
  6160     ELSE
  6170         MOVE SPACES TO RUN-LOG-RECORD
  6180         MOVE 'ATTNPOST'          TO RL-PROGRAM-NAME
  6190         MOVE WS-RUN-DATE         TO RL-START-DATE
  6200         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  6210         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  6220         ACCEPT WS-RUN-END-TIME FROM TIME
  6230         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  6240         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  6250         MOVE WS-READ-COUNT       TO RL-RECORDS-READ
  6260         MOVE WS-POSTED-COUNT     TO RL-RECORDS-WRITTEN
  6270         MOVE WS-REJECT-COUNT     TO RL-EXCEPTION-COUNT
  6280         MOVE WS-DUPLICATE-COUNT  TO RL-DUPLICATE-COUNT
  6290         MOVE RETURN-CODE         TO RL-RETURN-CODE
  6300         WRITE RUN-LOG-RECORD
  6310         IF WS-RUNLOG-FS NOT = '00'
  6320             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  6330                 WS-RUNLOG-FS
  6340         END-IF
  6350         CLOSE RUN-LOG-FILE
  6360     END-IF.
  6370*
  6380*-----------------------------------------------------------*
  6390* 950-ABEND-RUN                                              *
  6400*-----------------------------------------------------------*
  6410 950-ABEND-RUN.
  6420     DISPLAY 'ATTNPOST IS ABENDING - SEE THE MESSAGE ABOVE'.
  6430     MOVE 16 TO RETURN-CODE.
  6440     PERFORM 930-WRITE-RUN-LOG.
  6450     STOP RUN.
