    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    TCHMAINT.
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
   130* 2026-10-15 DP    ORIGINAL VERSION - TRANSACTION-DRIVEN    *
   140*                  MAINTENANCE FOR THE TEACHREF TEACHER     *
   150*                  FILE AND THE TCHASSGN CLASS/SUBJECT      *
   160*                  ASSIGNMENT FILE. APPLIES ADD TEACHER     *
   170*                  (A), RENAME (N), REMOVE TEACHER (D),     *
   180*                  ASSIGN A CLASS AND SUBJECT TO A TEACHER  *
   190*                  (S) AND UNASSIGN (U) FROM TCHTRANS,      *
   200*                  CHECKING CLASS AND SUBJECT CODES AGAINST *
   210*                  CLASSREF AND SUBJREF. EVERY CHANGE AND   *
   220*                  REJECT GOES TO STUAUDIT. AFTER THE       *
   230*                  TRANSACTIONS THE ROSTER IS CHECKED - ANY *
   240*                  CLASS AND SUBJECT IN USE ON STUDENTS.DAT *
   250*                  WITH NO TEACHER IS LISTED ON TCHMRPT AND *
   260*                  THE RUN ENDS WITH RETURN CODE 8.         *
   270*-----------------------------------------------------------*
   280 ENVIRONMENT DIVISION.
   290 INPUT-OUTPUT SECTION.
   300 FILE-CONTROL.
   310     SELECT TRANS-FILE ASSIGN TO "TCHTRANS"
   320         ORGANIZATION IS LINE SEQUENTIAL
   330         ACCESS MODE IS SEQUENTIAL
   340         FILE STATUS IS WS-TRANS-FS.
   350*
   360     SELECT OPTIONAL TEACHER-REF-FILE ASSIGN TO "TEACHREF"
   370         ORGANIZATION IS LINE SEQUENTIAL
   380         ACCESS MODE IS SEQUENTIAL
   390         FILE STATUS IS WS-TEACHREF-FS.
   400*
   410     SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "TCHASSGN"
   420         ORGANIZATION IS LINE SEQUENTIAL
   430         ACCESS MODE IS SEQUENTIAL
   440         FILE STATUS IS WS-TCHASSGN-FS.
   450*
   460     SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
   470         ORGANIZATION IS LINE SEQUENTIAL
   480         ACCESS MODE IS SEQUENTIAL
   490         FILE STATUS IS WS-SUBJREF-FS.
   500*
   510     SELECT CLASS-REF-FILE ASSIGN TO "CLASSREF"
   520         ORGANIZATION IS LINE SEQUENTIAL
   530         ACCESS MODE IS SEQUENTIAL
   540         FILE STATUS IS WS-CLASSREF-FS.
   550*
   560     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
   570         ORGANIZATION IS INDEXED
   580         ACCESS MODE IS SEQUENTIAL
   590         RECORD KEY IS STUDENT-ID
   600         FILE STATUS IS WS-STUDENT-FS.
   610*
   620     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "STUAUDIT"
   630         ORGANIZATION IS LINE SEQUENTIAL
   640         ACCESS MODE IS SEQUENTIAL
   650         FILE STATUS IS WS-AUDIT-FS.
   660*
   670     SELECT COVER-REPORT ASSIGN TO "TCHMRPT"
   680         ORGANIZATION IS LINE SEQUENTIAL
   690         ACCESS MODE IS SEQUENTIAL
   700         FILE STATUS IS WS-REPORT-FS.
   710*
   720     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   730         ORGANIZATION IS LINE SEQUENTIAL
   740         ACCESS MODE IS SEQUENTIAL
   750         FILE STATUS IS WS-RUNLOG-FS.
   760*
   770 DATA DIVISION.
   780 FILE SECTION.
   790*-----------------------------------------------------------*
   800* ONE TEACHER OR ASSIGNMENT CHANGE, E.G.                    *
   810*     A T0001 OKAFOR, R                                     *
   820*     S T0001                      7A  MAT                  *
   830*     U                            7A  MAT                  *
   840* A = ADD TEACHER, N = RENAME, D = REMOVE (ONLY ONCE THE    *
   850* TEACHER HOLDS NO ASSIGNMENT), S = SET THE TEACHER FOR A   *
   860* CLASS AND SUBJECT (REPLACING ANY TEACHER ALREADY ON IT),  *
   870* U = UNASSIGN A CLASS AND SUBJECT.                         *
   880*-----------------------------------------------------------*
   890 FD  TRANS-FILE.
   900 01  TRANS-RECORD.
   910     05  TX-ACTION          PIC X(1).
   920     05  FILLER             PIC X(1).
   930     05  TX-TEACHER-ID      PIC X(5).
   940     05  FILLER             PIC X(1).
   950     05  TX-TEACHER-NAME    PIC X(20).
   960     05  FILLER             PIC X(1).
   970     05  TX-CLASS-CODE      PIC X(3).
   980     05  FILLER             PIC X(1).
   990     05  TX-SUBJ-CODE       PIC X(3).
  1000*
  1010 FD  TEACHER-REF-FILE.
  1020 01  TEACHER-REF-RECORD.
  1030     COPY TEACHREF.
  1040*
  1050 FD  ASSIGNMENT-FILE.
  1060 01  ASSIGNMENT-RECORD.
  1070     COPY TCHASSGN.
  1080*
  1090 FD  SUBJECT-REF-FILE.
  1100 01  SUBJECT-REF-RECORD.
  1110     COPY SUBJREF.
  1120*
  1130 FD  CLASS-REF-FILE.
  1140 01  CLASS-REF-RECORD.
  1150     COPY CLASSREF.
  1160*
  1170 FD  STUDENT-FILE.
  1180 01  STUDENT-FILE-RECORD.
  1190     COPY STUDENTREC.
  1200*
  1210 FD  AUDIT-FILE.
  1220 01  AUDIT-LINE             PIC X(180).
  1230*
  1240 FD  COVER-REPORT.
  1250 01  REPORT-LINE            PIC X(80).
  1260*
  1270 FD  RUN-LOG-FILE.
  1280 01  RUN-LOG-RECORD.
  1290     COPY RUNLOGREC.
  1300*
  1310 WORKING-STORAGE SECTION.
  1320*
  1330 01  WS-TRANS-FS            PIC X(2) VALUE SPACES.
  1340 01  WS-TEACHREF-FS         PIC X(2) VALUE SPACES.
  1350 01  WS-TCHASSGN-FS         PIC X(2) VALUE SPACES.
  1360 01  WS-SUBJREF-FS          PIC X(2) VALUE SPACES.
  1370 01  WS-CLASSREF-FS         PIC X(2) VALUE SPACES.
  1380 01  WS-STUDENT-FS          PIC X(2) VALUE SPACES.
  1390 01  WS-AUDIT-FS            PIC X(2) VALUE SPACES.
  1400 01  WS-REPORT-FS           PIC X(2) VALUE SPACES.
  1410 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1420*
  1430 01  WS-TRANS-VALID         PIC X(3) VALUE 'YES'.
  1440 01  WS-REJECT-REASON       PIC X(40) VALUE SPACES.
  1450 01  WS-RUN-DATE            PIC X(8) VALUE SPACES.
  1460 01  WS-SUB-IDX             PIC 9    VALUE ZERO.
  1470*
  1480*-----------------------------------------------------------*
  1490* SUBJECT AND CLASS REFERENCE TABLES - LOADED AT STARTUP SO *
  1500* AN ASSIGNMENT FOR A CLASS OR SUBJECT NOBODY TEACHES IS    *
  1510* REJECTED, AND SO THE COVERAGE LIST CAN NAME BOTH.         *
  1520*-----------------------------------------------------------*
  1530 01  WS-SUBJREF-COUNT       PIC 9(2) VALUE ZERO.
  1540 01  WS-CODE-ON-REF         PIC X(3) VALUE 'NO'.
  1550 01  WS-CHECK-CODE          PIC X(3) VALUE SPACES.
  1560 01  WS-LOOKUP-NAME         PIC X(15) VALUE SPACES.
  1570 01  SUBJECT-REF-TABLE.
  1580     05  SUBJECT-REF-ENTRY OCCURS 20 TIMES INDEXED BY REF-IDX.
  1590         10  REF-SUBJ-CODE  PIC X(3)  VALUE SPACES.
  1600         10  REF-SUBJ-NAME  PIC X(15) VALUE SPACES.
  1610*
  1620 01  WS-CLASSREF-COUNT      PIC 9(2) VALUE ZERO.
  1630 01  WS-CLASS-ON-REF        PIC X(3) VALUE 'NO'.
  1640 01  WS-CHECK-CLASS         PIC X(3) VALUE SPACES.
  1650 01  CLASS-REF-TABLE.
  1660     05  CLASS-REF-ENTRY OCCURS 20 TIMES INDEXED BY CRF-IDX.
  1670         10  REF-CLASS-CODE PIC X(3)  VALUE SPACES.
  1680         10  REF-CLASS-NAME PIC X(15) VALUE SPACES.
  1690*
  1700*-----------------------------------------------------------*
  1710* TEACHER AND ASSIGNMENT TABLES - EVERY TEACHREF AND        *
  1720* TCHASSGN ROW, LOADED AT STARTUP, UPDATED IN PLACE AND     *
  1730* WRITTEN BACK AT END OF RUN, SO AN ABEND PART WAY LEAVES   *
  1740* BOTH FILES AS THEY WERE. A REMOVED TEACHER OR AN          *
  1750* UNASSIGNED CLASS/SUBJECT IS BLANKED IN THE TABLE AND NOT  *
  1760* WRITTEN BACK. A FILE LARGER THAN ITS TABLE WOULD LOSE     *
  1770* ROWS ON THE REWRITE, SO IT IS ABENDED RATHER THAN         *
  1780* TRUNCATED; AN ADD THAT FINDS THE TABLE FULL IS REJECTED.  *
  1790*-----------------------------------------------------------*
  1800 01  WS-TEACHER-COUNT       PIC 9(3) VALUE ZERO.
  1810 01  WS-TEACHER-REMOVED     PIC 9(3) VALUE ZERO.
  1820 01  WS-TEACHER-WRITTEN     PIC 9(3) VALUE ZERO.
  1830 01  WS-TEACHER-ON-FILE     PIC X(3) VALUE 'NO'.
  1840 01  TEACHER-TABLE.
  1850     05  TEACHER-ENTRY OCCURS 200 TIMES INDEXED BY TCH-IDX.
  1860         10  TCH-ID         PIC X(5)  VALUE SPACES.
  1870         10  TCH-NAME       PIC X(20) VALUE SPACES.
  1880*
  1890 01  WS-ASSIGN-COUNT        PIC 9(3) VALUE ZERO.
  1900 01  WS-ASSIGN-REMOVED      PIC 9(3) VALUE ZERO.
  1910 01  WS-ASSIGN-WRITTEN      PIC 9(3) VALUE ZERO.
  1920 01  WS-ASSIGN-ON-FILE      PIC X(3) VALUE 'NO'.
  1930 01  WS-TEACHER-IN-USE      PIC X(3) VALUE 'NO'.
  1940 01  WS-FIND-CLASS          PIC X(3) VALUE SPACES.
  1950 01  WS-FIND-SUBJ           PIC X(3) VALUE SPACES.
  1960 01  ASSIGNMENT-TABLE.
  1970     05  ASSIGNMENT-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
  1980         10  ASG-CLASS-CODE PIC X(3)  VALUE SPACES.
  1990         10  ASG-SUBJ-CODE  PIC X(3)  VALUE SPACES.
  2000         10  ASG-TEACHER-ID PIC X(5)  VALUE SPACES.
  2010*
  2020*-----------------------------------------------------------*
  2030* BEFORE/AFTER IMAGES FOR THE AUDIT LINE - THE TEACHER NAME *
  2040* FOR A, N AND D, THE ASSIGNED TEACHER-ID FOR S AND U.      *
  2050*-----------------------------------------------------------*
  2060 01  WS-BEFORE-IMAGE        PIC X(20) VALUE SPACES.
  2070 01  WS-AFTER-IMAGE         PIC X(20) VALUE SPACES.
  2080*
  2090*-----------------------------------------------------------*
  2100* COVERAGE TABLE - EVERY CLASS AND SUBJECT IN USE ON THE    *
  2110* ROSTER THAT HAS NO TEACHER ASSIGNED, WITH THE NUMBER OF   *
  2120* STUDENTS TAKING IT. A FULL TABLE WARNS ONCE AND THE       *
  2130* COUNT OF GAPS STILL COUNTS EVERY ONE FOUND.               *
  2140*-----------------------------------------------------------*
  2150 01  WS-GAP-COUNT           PIC 9(3) VALUE ZERO.
  2160 01  WS-GAP-FOUND           PIC X(3) VALUE 'NO'.
  2170 01  WS-GAP-CAP-WARNED      PIC X(3) VALUE 'NO'.
  2180 01  WS-PRINT-SUB           PIC 9(3) VALUE ZERO.
  2190 01  GAP-TABLE.
  2200     05  GAP-ENTRY OCCURS 100 TIMES INDEXED BY GAP-IDX.
  2210         10  GAP-CLASS-CODE PIC X(3)  VALUE SPACES.
  2220         10  GAP-SUBJ-CODE  PIC X(3)  VALUE SPACES.
  2230         10  GAP-STUDENTS   PIC 9(5)  VALUE ZERO.
  2240 01  WS-GAP-STUDENTS-DISP   PIC ZZZZ9.
  2250*
  2260*-----------------------------------------------------------*
  2270* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  2280* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  2290* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  2300*-----------------------------------------------------------*
  2310 01  WS-RUNLOG-FS           PIC X(2) VALUE SPACES.
  2320 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  2330 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  2340 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  2350*
  2360*-----------------------------------------------------------*
  2370* TRANSACTION COUNTS - PRINTED AS A SUMMARY AT END OF RUN    *
  2380* AND AS A TRAILER ON STUAUDIT SO THE RUN CAN BE BALANCED:   *
  2390* READ = APPLIED + REJECTED.                                 *
  2400*-----------------------------------------------------------*
  2410 01  WS-READ-COUNT          PIC 9(5) VALUE ZEROES.
  2420 01  WS-APPLIED-COUNT       PIC 9(5) VALUE ZEROES.
  2430 01  WS-REJECT-COUNT        PIC 9(5) VALUE ZEROES.
  2440 01  WS-STUDENT-COUNT       PIC 9(5) VALUE ZEROES.
  2450 01  WS-READ-COUNT-DISP     PIC ZZZZ9.
  2460 01  WS-APPLIED-COUNT-DISP  PIC ZZZZ9.
  2470 01  WS-REJECT-COUNT-DISP   PIC ZZZZ9.
  2480 01  WS-STUDENT-COUNT-DISP  PIC ZZZZ9.
  2490 01  WS-GAP-COUNT-DISP      PIC ZZZZ9.
  2500*
  2510 PROCEDURE DIVISION.
  2520*
  2530*-----------------------------------------------------------*
  2540* 000-MAIN-PROCEDURE                                        *
  2550*-----------------------------------------------------------*
  2560 000-MAIN-PROCEDURE.
  2570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  2580     ACCEPT WS-RUN-START-TIME FROM TIME.
  2590     PERFORM 030-LOAD-REFERENCE-TABLES.
  2600     PERFORM 050-INITIALIZE.
  2610     PERFORM 100-APPLY-TRANSACTIONS UNTIL END-OF-FILE = 'YES'.
  2620     PERFORM 800-REWRITE-TEACHREF.
  2630     PERFORM 820-REWRITE-TCHASSGN.
  2640     PERFORM 300-PRINT-SUMMARY.
  2650     PERFORM 500-CHECK-COVERAGE.
  2660     PERFORM 900-TERMINATE.
  2670     STOP RUN.
  2680*
  2690*-----------------------------------------------------------*
  2700* 030-LOAD-REFERENCE-TABLES                                  *
  2710*                                                            *
  2720* A MISSING SUBJREF OR CLASSREF IS A REAL ERROR - EVERY     *
  2730* ASSIGNMENT IS CHECKED AGAINST THEM.                        *
  2740*-----------------------------------------------------------*
  2750 030-LOAD-REFERENCE-TABLES.
  2760     OPEN INPUT SUBJECT-REF-FILE.
  2770     IF WS-SUBJREF-FS NOT = '00'
  2780         DISPLAY 'UNABLE TO OPEN SUBJREF - FILE STATUS '
  2790             WS-SUBJREF-FS
  2800         PERFORM 950-ABEND-RUN
  2810     END-IF.
  2820     PERFORM 032-LOAD-SUBJECT-REF UNTIL END-OF-FILE = 'YES'.
  2830     CLOSE SUBJECT-REF-FILE.
  2840     MOVE 'NO' TO END-OF-FILE.
  2850     OPEN INPUT CLASS-REF-FILE.
  2860     IF WS-CLASSREF-FS NOT = '00'
  2870         DISPLAY 'UNABLE TO OPEN CLASSREF - FILE STATUS '
  2880             WS-CLASSREF-FS
  2890         PERFORM 950-ABEND-RUN
  2900     END-IF.
  2910     PERFORM 035-LOAD-CLASS-REF UNTIL END-OF-FILE = 'YES'.
  2920     CLOSE CLASS-REF-FILE.
  2930     MOVE 'NO' TO END-OF-FILE.
  2940*
  2950*-----------------------------------------------------------*
  2960* 032-LOAD-SUBJECT-REF                                       *
  2970*-----------------------------------------------------------*
  2980 032-LOAD-SUBJECT-REF.
  2990     READ SUBJECT-REF-FILE
  3000         AT END
  3010             MOVE 'YES' TO END-OF-FILE
  3020     END-READ.
  3030     IF END-OF-FILE NOT = 'YES'
  3040         AND WS-SUBJREF-FS NOT = '00'
  3050         DISPLAY 'ERROR READING SUBJREF - FILE STATUS '
  3060             WS-SUBJREF-FS
  3070         PERFORM 950-ABEND-RUN
  3080     END-IF.
  3090     IF END-OF-FILE NOT = 'YES'
  3100         IF WS-SUBJREF-COUNT < 20
  3110             ADD 1 TO WS-SUBJREF-COUNT
  3120             SET REF-IDX TO WS-SUBJREF-COUNT
  3130             MOVE SREF-CODE TO REF-SUBJ-CODE (REF-IDX)
  3140             MOVE SREF-NAME TO REF-SUBJ-NAME (REF-IDX)
  3150         ELSE
  3160             DISPLAY 'WARNING - SUBJECT REF TABLE FULL, '
  3170                 'SUBJREF ENTRY SKIPPED: ' SREF-CODE
  3180         END-IF
  3190     END-IF.
  3200*
  3210*-----------------------------------------------------------*
  3220* 035-LOAD-CLASS-REF                                         *
  3230*-----------------------------------------------------------*
  3240 035-LOAD-CLASS-REF.
  3250     READ CLASS-REF-FILE
  3260         AT END
  3270             MOVE 'YES' TO END-OF-FILE
  3280     END-READ.
  3290     IF END-OF-FILE NOT = 'YES'
  3300         AND WS-CLASSREF-FS NOT = '00'
  3310         DISPLAY 'ERROR READING CLASSREF - FILE STATUS '
  3320             WS-CLASSREF-FS
  3330         PERFORM 950-ABEND-RUN
  3340     END-IF.
  3350     IF END-OF-FILE NOT = 'YES'
  3360         IF WS-CLASSREF-COUNT < 20
  3370             ADD 1 TO WS-CLASSREF-COUNT
  3380             SET CRF-IDX TO WS-CLASSREF-COUNT
  3390             MOVE CREF-CODE TO REF-CLASS-CODE (CRF-IDX)
  3400             MOVE CREF-NAME TO REF-CLASS-NAME (CRF-IDX)
  3410         ELSE
  3420             DISPLAY 'WARNING - CLASS REF TABLE FULL, '
  3430                 'CLASSREF ENTRY SKIPPED: ' CREF-CODE
  3440         END-IF
  3450     END-IF.
  3460*
  3470*-----------------------------------------------------------*
  3480* 050-INITIALIZE                                             *
  3490*                                                            *
  3500* LOADS EVERY TEACHREF AND TCHASSGN ROW. EITHER FILE MAY BE *
  3510* MISSING ON THE FIRST RUN (FILE STATUS 05) - THE FIRST     *
  3520* TEACHERS AND ASSIGNMENTS ARE JUST A TCHTRANS FILE OF A    *
  3530* AND S TRANSACTIONS.                                        *
  3540*-----------------------------------------------------------*
  3550 050-INITIALIZE.
  3560     OPEN INPUT TEACHER-REF-FILE.
  3570     IF WS-TEACHREF-FS NOT = '00'
  3580         AND WS-TEACHREF-FS NOT = '05'
  3590         DISPLAY 'UNABLE TO OPEN TEACHREF - FILE STATUS '
  3600             WS-TEACHREF-FS
  3610         PERFORM 950-ABEND-RUN
  3620     END-IF.
  3630     PERFORM 060-LOAD-ONE-TEACHER UNTIL END-OF-FILE = 'YES'.
  3640     CLOSE TEACHER-REF-FILE.
  3650     MOVE 'NO' TO END-OF-FILE.
  3660     OPEN INPUT ASSIGNMENT-FILE.
  3670     IF WS-TCHASSGN-FS NOT = '00'
  3680         AND WS-TCHASSGN-FS NOT = '05'
  3690         DISPLAY 'UNABLE TO OPEN TCHASSGN - FILE STATUS '
  3700             WS-TCHASSGN-FS
  3710         PERFORM 950-ABEND-RUN
  3720     END-IF.
  3730     PERFORM 065-LOAD-ONE-ASSIGNMENT UNTIL END-OF-FILE = 'YES'.
  3740     CLOSE ASSIGNMENT-FILE.
  3750     MOVE 'NO' TO END-OF-FILE.
  3760     OPEN INPUT TRANS-FILE.
  3770     IF WS-TRANS-FS NOT = '00'
  3780         DISPLAY 'UNABLE TO OPEN TCHTRANS - FILE STATUS '
  3790             WS-TRANS-FS
  3800         PERFORM 950-ABEND-RUN
  3810     END-IF.
  3820     OPEN EXTEND AUDIT-FILE.
  3830     IF WS-AUDIT-FS NOT = '00'
  3840         AND WS-AUDIT-FS NOT = '05'
  3850         DISPLAY 'UNABLE TO OPEN STUAUDIT - FILE STATUS '
  3860             WS-AUDIT-FS
  3870         PERFORM 950-ABEND-RUN
  3880     END-IF.
  3890     PERFORM 110-READ-TRANSACTION.
  3900*
  3910*-----------------------------------------------------------*
  3920* 060-LOAD-ONE-TEACHER                                       *
  3930*-----------------------------------------------------------*
  3940 060-LOAD-ONE-TEACHER.
  3950     READ TEACHER-REF-FILE
  3960         AT END
  3970             MOVE 'YES' TO END-OF-FILE
  3980     END-READ.
  3990     IF END-OF-FILE NOT = 'YES'
  4000         AND WS-TEACHREF-FS NOT = '00'
  4010         DISPLAY 'ERROR READING TEACHREF - FILE STATUS '
  4020             WS-TEACHREF-FS
  4030         PERFORM 950-ABEND-RUN
  4040     END-IF.
  4050     IF END-OF-FILE NOT = 'YES'
  4060         IF WS-TEACHER-COUNT < 200
  4070             ADD 1 TO WS-TEACHER-COUNT
  4080             SET TCH-IDX TO WS-TEACHER-COUNT
  4090             MOVE TREF-ID   TO TCH-ID (TCH-IDX)
  4100             MOVE TREF-NAME TO TCH-NAME (TCH-IDX)
  4110         ELSE
  4120             DISPLAY 'TEACHREF HOLDS MORE THAN 200 TEACHERS - '
  4130                 'REWRITE WOULD LOSE ROWS'
  4140             PERFORM 950-ABEND-RUN
  4150         END-IF
  4160     END-IF.
  4170*
  4180*-----------------------------------------------------------*
  4190* 065-LOAD-ONE-ASSIGNMENT                                    *
  4200*-----------------------------------------------------------*
  4210 065-LOAD-ONE-ASSIGNMENT.
  4220     READ ASSIGNMENT-FILE
  4230         AT END
  4240             MOVE 'YES' TO END-OF-FILE
  4250     END-READ.
  4260     IF END-OF-FILE NOT = 'YES'
  4270         AND WS-TCHASSGN-FS NOT = '00'
  4280         DISPLAY 'ERROR READING TCHASSGN - FILE STATUS '
  4290             WS-TCHASSGN-FS
  4300         PERFORM 950-ABEND-RUN
  4310     END-IF.
  4320     IF END-OF-FILE NOT = 'YES'
  4330         IF WS-ASSIGN-COUNT < 400
  4340             ADD 1 TO WS-ASSIGN-COUNT
  4350             SET ASG-IDX TO WS-ASSIGN-COUNT
  4360             MOVE TASG-CLASS-CODE TO ASG-CLASS-CODE (ASG-IDX)
  4370             MOVE TASG-SUBJ-CODE  TO ASG-SUBJ-CODE (ASG-IDX)
  4380             MOVE TASG-TEACHER-ID TO ASG-TEACHER-ID (ASG-IDX)
  4390         ELSE
  4400             DISPLAY 'TCHASSGN HOLDS MORE THAN 400 ROWS - '
  4410                 'REWRITE WOULD LOSE ROWS'
  4420             PERFORM 950-ABEND-RUN
  4430         END-IF
  4440     END-IF.
  4450*
  4460*-----------------------------------------------------------*
  4470* 070-CHECK-CODE-ON-REF                                      *
  4480*                                                            *
  4490* SETS WS-CODE-ON-REF AND WS-LOOKUP-NAME FOR THE SUBJECT    *
  4500* CODE IN WS-CHECK-CODE.                                     *
  4510*-----------------------------------------------------------*
  4520 070-CHECK-CODE-ON-REF.
  4530     MOVE 'NO' TO WS-CODE-ON-REF.
  4540     MOVE SPACES TO WS-LOOKUP-NAME.
  4550     SET REF-IDX TO 1.
  4560     IF WS-SUBJREF-COUNT > 0
  4570         SEARCH SUBJECT-REF-ENTRY
  4580             AT END
  4590                 CONTINUE
  4600             WHEN REF-SUBJ-CODE (REF-IDX) = WS-CHECK-CODE
  4610                 MOVE 'YES' TO WS-CODE-ON-REF
  4620                 MOVE REF-SUBJ-NAME (REF-IDX) TO WS-LOOKUP-NAME
  4630         END-SEARCH
  4640     END-IF.
  4650*
  4660*-----------------------------------------------------------*
  4670* 075-CHECK-CLASS-ON-REF                                     *
  4680*                                                            *
  4690* SETS WS-CLASS-ON-REF FOR THE CODE IN WS-CHECK-CLASS.       *
  4700*-----------------------------------------------------------*
  4710 075-CHECK-CLASS-ON-REF.
  4720     MOVE 'NO' TO WS-CLASS-ON-REF.
  4730     SET CRF-IDX TO 1.
  4740     IF WS-CLASSREF-COUNT > 0
  4750         SEARCH CLASS-REF-ENTRY
  4760             AT END
  4770                 CONTINUE
  4780             WHEN REF-CLASS-CODE (CRF-IDX) = WS-CHECK-CLASS
  4790                 MOVE 'YES' TO WS-CLASS-ON-REF
  4800         END-SEARCH
  4810     END-IF.
  4820*
  4830*-----------------------------------------------------------*
  4840* 080-FIND-TEACHER                                           *
  4850*                                                            *
  4860* SETS WS-TEACHER-ON-FILE AND LEAVES TCH-IDX ON THE TABLE   *
  4870* ROW FOR THE TRANSACTION'S TEACHER-ID.                      *
  4880*-----------------------------------------------------------*
  4890 080-FIND-TEACHER.
  4900     MOVE 'NO' TO WS-TEACHER-ON-FILE.
  4910     SET TCH-IDX TO 1.
  4920     IF WS-TEACHER-COUNT > 0
  4930         SEARCH TEACHER-ENTRY
  4940             AT END
  4950                 CONTINUE
  4960             WHEN TCH-ID (TCH-IDX) = TX-TEACHER-ID
  4970                 MOVE 'YES' TO WS-TEACHER-ON-FILE
  4980         END-SEARCH
  4990     END-IF.
  5000*
  5010*-----------------------------------------------------------*
  5020* 085-FIND-ASSIGNMENT                                        *
  5030*                                                            *
  5040* SETS WS-ASSIGN-ON-FILE AND LEAVES ASG-IDX ON THE TABLE    *
  5050* ROW FOR THE CLASS AND SUBJECT IN WS-FIND-CLASS AND        *
  5060* WS-FIND-SUBJ.                                              *
  5070*-----------------------------------------------------------*
  5080 085-FIND-ASSIGNMENT.
  5090     MOVE 'NO' TO WS-ASSIGN-ON-FILE.
  5100     SET ASG-IDX TO 1.
  5110     IF WS-ASSIGN-COUNT > 0
  5120         SEARCH ASSIGNMENT-ENTRY
  5130             AT END
  5140                 CONTINUE
  5150             WHEN ASG-CLASS-CODE (ASG-IDX) = WS-FIND-CLASS
  5160                 AND ASG-SUBJ-CODE (ASG-IDX) = WS-FIND-SUBJ
  5170                 MOVE 'YES' TO WS-ASSIGN-ON-FILE
  5180         END-SEARCH
  5190     END-IF.
  5200*
  5210*-----------------------------------------------------------*
  5220* 100-APPLY-TRANSACTIONS                                     *
  5230*                                                            *
  5240* EDITS THE CURRENT TRANSACTION AND ROUTES IT TO ITS         *
  5250* HANDLER. A TRANSACTION THAT FAILS AN EDIT OR DOES NOT FIT  *
  5260* THE FILES AS THEY STAND IS LOGGED AS REJECTED WITH THE     *
  5270* REASON. TRANSACTIONS ARE APPLIED IN FILE ORDER, SO A NEW   *
  5280* TEACHER AND THEIR ASSIGNMENTS CAN TRAVEL IN ONE RUN.       *
  5290*-----------------------------------------------------------*
  5300 100-APPLY-TRANSACTIONS.
  5310     ADD 1 TO WS-READ-COUNT.
  5320     MOVE 'YES' TO WS-TRANS-VALID.
  5330     PERFORM 120-EDIT-TRANSACTION.
  5340     IF WS-TRANS-VALID = 'YES'
  5350         EVALUATE TX-ACTION
  5360             WHEN 'A'
  5370                 PERFORM 130-ADD-TEACHER
  5380             WHEN 'N'
  5390                 PERFORM 140-RENAME-TEACHER
  5400             WHEN 'D'
  5410                 PERFORM 150-REMOVE-TEACHER
  5420             WHEN 'S'
  5430                 PERFORM 160-SET-ASSIGNMENT
  5440             WHEN 'U'
  5450                 PERFORM 170-UNASSIGN
  5460         END-EVALUATE
  5470     END-IF.
  5480     IF WS-TRANS-VALID = 'YES'
  5490         ADD 1 TO WS-APPLIED-COUNT
  5500     END-IF.
  5510     PERFORM 110-READ-TRANSACTION.
  5520*
  5530*-----------------------------------------------------------*
  5540* 110-READ-TRANSACTION                                       *
  5550*-----------------------------------------------------------*
  5560 110-READ-TRANSACTION.
  5570     READ TRANS-FILE
  5580         AT END
  5590             MOVE 'YES' TO END-OF-FILE
  5600     END-READ.
  5610     IF WS-TRANS-FS NOT = '00'
  5620         AND WS-TRANS-FS NOT = '10'
  5630         DISPLAY 'ERROR READING TCHTRANS - FILE STATUS '
  5640             WS-TRANS-FS
  5650         PERFORM 950-ABEND-RUN
  5660     END-IF.
  5670*
  5680*-----------------------------------------------------------*
  5690* 120-EDIT-TRANSACTION                                       *
  5700*                                                            *
  5710* FIELD EDITS: THE ACTION MUST BE KNOWN, A TEACHER ACTION   *
  5720* NEEDS THE TEACHER-ID (AND THE NAME FOR A OR N), AND AN    *
  5730* ASSIGNMENT ACTION NEEDS A CLASSREF CLASS AND A SUBJREF    *
  5740* SUBJECT (AND THE TEACHER-ID FOR S).                       *
  5750*-----------------------------------------------------------*
  5760 120-EDIT-TRANSACTION.
  5770     IF TX-ACTION NOT = 'A' AND TX-ACTION NOT = 'N'
  5780         AND TX-ACTION NOT = 'D' AND TX-ACTION NOT = 'S'
  5790         AND TX-ACTION NOT = 'U'
  5800         MOVE 'ACTION IS NOT A, N, D, S OR U'
  5810             TO WS-REJECT-REASON
  5820         PERFORM 200-LOG-REJECT
  5830     END-IF.
  5840     IF WS-TRANS-VALID = 'YES'
  5850         AND TX-ACTION NOT = 'U'
  5860         AND TX-TEACHER-ID = SPACES
  5870         MOVE 'TEACHER-ID IS MISSING' TO WS-REJECT-REASON
  5880         PERFORM 200-LOG-REJECT
  5890     END-IF.
  5900     IF WS-TRANS-VALID = 'YES'
  5910         AND (TX-ACTION = 'A' OR TX-ACTION = 'N')
  5920         AND TX-TEACHER-NAME = SPACES
  5930         MOVE 'TEACHER NAME IS MISSING' TO WS-REJECT-REASON
  5940         PERFORM 200-LOG-REJECT
  5950     END-IF.
  5960     IF WS-TRANS-VALID = 'YES'
  5970         AND (TX-ACTION = 'S' OR TX-ACTION = 'U')
  5980         MOVE TX-CLASS-CODE TO WS-CHECK-CLASS
  5990         PERFORM 075-CHECK-CLASS-ON-REF
  6000         IF WS-CLASS-ON-REF = 'NO'
  6010             MOVE 'CLASS CODE NOT ON CLASSREF'
  6020                 TO WS-REJECT-REASON
  6030             PERFORM 200-LOG-REJECT
  6040         END-IF
  6050     END-IF.
  6060     IF WS-TRANS-VALID = 'YES'
  6070         AND (TX-ACTION = 'S' OR TX-ACTION = 'U')
  6080         MOVE TX-SUBJ-CODE TO WS-CHECK-CODE
  6090         PERFORM 070-CHECK-CODE-ON-REF
  6100         IF WS-CODE-ON-REF = 'NO'
  6110             MOVE 'SUBJECT CODE NOT ON SUBJREF'
  6120                 TO WS-REJECT-REASON
  6130             PERFORM 200-LOG-REJECT
  6140         END-IF
  6150     END-IF.
  6160*
  6170*-----------------------------------------------------------*
  6180* 130-ADD-TEACHER                                            *
  6190*-----------------------------------------------------------*
  6200 130-ADD-TEACHER.
  6210     PERFORM 080-FIND-TEACHER.
  6220     IF WS-TEACHER-ON-FILE = 'YES'
  6230         MOVE 'TEACHER-ID ALREADY ON TEACHREF'
  6240             TO WS-REJECT-REASON
  6250         PERFORM 200-LOG-REJECT
  6260     ELSE
  6270         IF WS-TEACHER-COUNT NOT < 200
  6280             MOVE 'TEACHER TABLE FULL - ADD NOT APPLIED'
  6290                 TO WS-REJECT-REASON
  6300             PERFORM 200-LOG-REJECT
  6310         ELSE
  6320             ADD 1 TO WS-TEACHER-COUNT
  6330             SET TCH-IDX TO WS-TEACHER-COUNT
  6340             MOVE TX-TEACHER-ID   TO TCH-ID (TCH-IDX)
  6350             MOVE TX-TEACHER-NAME TO TCH-NAME (TCH-IDX)
  6360             MOVE '(NOT ON FILE)' TO WS-BEFORE-IMAGE
  6370             MOVE TX-TEACHER-NAME TO WS-AFTER-IMAGE
  6380             PERFORM 210-LOG-CHANGE
  6390         END-IF
  6400     END-IF.
  6410*
  6420*-----------------------------------------------------------*
  6430* 140-RENAME-TEACHER                                         *
  6440*-----------------------------------------------------------*
  6450 140-RENAME-TEACHER.
  6460     PERFORM 080-FIND-TEACHER.
  6470     IF WS-TEACHER-ON-FILE = 'NO'
  6480         MOVE 'TEACHER-ID NOT ON TEACHREF' TO WS-REJECT-REASON
  6490         PERFORM 200-LOG-REJECT
  6500     ELSE
  6510         MOVE TCH-NAME (TCH-IDX) TO WS-BEFORE-IMAGE
  6520         MOVE TX-TEACHER-NAME TO TCH-NAME (TCH-IDX)
  6530         MOVE TX-TEACHER-NAME TO WS-AFTER-IMAGE
  6540         PERFORM 210-LOG-CHANGE
  6550     END-IF.
  6560*
  6570*-----------------------------------------------------------*
  6580* 150-REMOVE-TEACHER                                         *
  6590*                                                            *
  6600* A TEACHER STILL HOLDING AN ASSIGNMENT CANNOT BE REMOVED - *
  6610* THE CLASS WOULD BE LEFT POINTING AT NOBODY. UNASSIGN OR   *
  6620* REASSIGN THE CLASSES FIRST (EARLIER IN THE SAME FILE IS   *
  6630* FINE).                                                     *
  6640*-----------------------------------------------------------*
  6650 150-REMOVE-TEACHER.
  6660     PERFORM 080-FIND-TEACHER.
  6670     IF WS-TEACHER-ON-FILE = 'NO'
  6680         MOVE 'TEACHER-ID NOT ON TEACHREF' TO WS-REJECT-REASON
  6690         PERFORM 200-LOG-REJECT
  6700     ELSE
  6710         PERFORM 155-CHECK-TEACHER-IN-USE
  6720         IF WS-TEACHER-IN-USE = 'YES'
  6730             MOVE 'TEACHER STILL HOLDS AN ASSIGNMENT'
  6740                 TO WS-REJECT-REASON
  6750             PERFORM 200-LOG-REJECT
  6760         ELSE
  6770             MOVE TCH-NAME (TCH-IDX) TO WS-BEFORE-IMAGE
  6780             MOVE '(REMOVED)' TO WS-AFTER-IMAGE
  6790             MOVE SPACES TO TCH-ID (TCH-IDX)
  6800             MOVE SPACES TO TCH-NAME (TCH-IDX)
  6810             ADD 1 TO WS-TEACHER-REMOVED
  6820             PERFORM 210-LOG-CHANGE
  6830         END-IF
  6840     END-IF.
  6850*
  6860*-----------------------------------------------------------*
  6870* 155-CHECK-TEACHER-IN-USE                                   *
  6880*-----------------------------------------------------------*
  6890 155-CHECK-TEACHER-IN-USE.
  6900     MOVE 'NO' TO WS-TEACHER-IN-USE.
  6910     SET ASG-IDX TO 1.
  6920     IF WS-ASSIGN-COUNT > 0
  6930         SEARCH ASSIGNMENT-ENTRY
  6940             AT END
  6950                 CONTINUE
  6960             WHEN ASG-TEACHER-ID (ASG-IDX) = TX-TEACHER-ID
  6970                 MOVE 'YES' TO WS-TEACHER-IN-USE
  6980         END-SEARCH
  6990     END-IF.
  7000*
  7010*-----------------------------------------------------------*
  7020* 160-SET-ASSIGNMENT                                         *
  7030*                                                            *
  7040* A CLASS AND SUBJECT ALREADY ASSIGNED IS HANDED TO THE NEW *
  7050* TEACHER - THE BEFORE IMAGE ON STUAUDIT SHOWS WHO HAD IT.  *
  7060*-----------------------------------------------------------*
  7070 160-SET-ASSIGNMENT.
  7080     PERFORM 080-FIND-TEACHER.
  7090     IF WS-TEACHER-ON-FILE = 'NO'
  7100         MOVE 'TEACHER-ID NOT ON TEACHREF' TO WS-REJECT-REASON
  7110         PERFORM 200-LOG-REJECT
  7120     ELSE
  7130         MOVE TX-CLASS-CODE TO WS-FIND-CLASS
  7140         MOVE TX-SUBJ-CODE  TO WS-FIND-SUBJ
  7150         PERFORM 085-FIND-ASSIGNMENT
  7160         IF WS-ASSIGN-ON-FILE = 'YES'
  7170             PERFORM 165-REASSIGN
  7180         ELSE
  7190             PERFORM 167-NEW-ASSIGNMENT
  7200         END-IF
  7210     END-IF.
  7220*
  7230*-----------------------------------------------------------*
  7240* 165-REASSIGN                                               *
  7250*-----------------------------------------------------------*
  7260 165-REASSIGN.
  7270     IF ASG-TEACHER-ID (ASG-IDX) = TX-TEACHER-ID
  7280         MOVE 'ALREADY ASSIGNED TO THIS TEACHER'
  7290             TO WS-REJECT-REASON
  7300         PERFORM 200-LOG-REJECT
  7310     ELSE
  7320         MOVE ASG-TEACHER-ID (ASG-IDX) TO WS-BEFORE-IMAGE
  7330         MOVE TX-TEACHER-ID TO ASG-TEACHER-ID (ASG-IDX)
  7340         MOVE TX-TEACHER-ID TO WS-AFTER-IMAGE
  7350         PERFORM 210-LOG-CHANGE
  7360     END-IF.
  7370*
  7380*-----------------------------------------------------------*
  7390* 167-NEW-ASSIGNMENT                                         *
  7400*-----------------------------------------------------------*
  7410 167-NEW-ASSIGNMENT.
  7420     IF WS-ASSIGN-COUNT NOT < 400
  7430         MOVE 'ASSIGNMENT TABLE FULL - NOT APPLIED'
  7440             TO WS-REJECT-REASON
  7450         PERFORM 200-LOG-REJECT
  7460     ELSE
  7470         ADD 1 TO WS-ASSIGN-COUNT
  7480         SET ASG-IDX TO WS-ASSIGN-COUNT
  7490         MOVE TX-CLASS-CODE TO ASG-CLASS-CODE (ASG-IDX)
  7500         MOVE TX-SUBJ-CODE  TO ASG-SUBJ-CODE (ASG-IDX)
  7510         MOVE TX-TEACHER-ID TO ASG-TEACHER-ID (ASG-IDX)
  7520         MOVE '(NOT ASSIGNED)' TO WS-BEFORE-IMAGE
  7530         MOVE TX-TEACHER-ID TO WS-AFTER-IMAGE
  7540         PERFORM 210-LOG-CHANGE
  7550     END-IF.
  7560*
  7570*-----------------------------------------------------------*
  7580* 170-UNASSIGN                                               *
  7590*-----------------------------------------------------------*
  7600 170-UNASSIGN.
  7610     MOVE TX-CLASS-CODE TO WS-FIND-CLASS.
  7620     MOVE TX-SUBJ-CODE  TO WS-FIND-SUBJ.
  7630     PERFORM 085-FIND-ASSIGNMENT.
  7640     IF WS-ASSIGN-ON-FILE = 'NO'
  7650         MOVE 'CLASS AND SUBJECT NOT ASSIGNED'
  7660             TO WS-REJECT-REASON
  7670         PERFORM 200-LOG-REJECT
  7680     ELSE
  7690         MOVE ASG-TEACHER-ID (ASG-IDX) TO WS-BEFORE-IMAGE
  7700         MOVE '(NOT ASSIGNED)' TO WS-AFTER-IMAGE
  7710         MOVE SPACES TO ASG-CLASS-CODE (ASG-IDX)
  7720         MOVE SPACES TO ASG-SUBJ-CODE (ASG-IDX)
  7730         MOVE SPACES TO ASG-TEACHER-ID (ASG-IDX)
  7740         ADD 1 TO WS-ASSIGN-REMOVED
  7750         PERFORM 210-LOG-CHANGE
  7760     END-IF.
  7770*
  7780*-----------------------------------------------------------*
  7790* 200-LOG-REJECT                                             *
  7800*-----------------------------------------------------------*
  7810 200-LOG-REJECT.
  7820     MOVE 'NO' TO WS-TRANS-VALID.
  7830     ADD 1 TO WS-REJECT-COUNT.
  7840     MOVE SPACES TO AUDIT-LINE.
  7850     STRING WS-RUN-DATE         DELIMITED BY SIZE
  7860             '  '               DELIMITED BY SIZE
  7870             TX-ACTION          DELIMITED BY SIZE
  7880             ' '                DELIMITED BY SIZE
  7890             TX-TEACHER-ID      DELIMITED BY SIZE
  7900             ' '                DELIMITED BY SIZE
  7910             TX-CLASS-CODE      DELIMITED BY SIZE
  7920             ' '                DELIMITED BY SIZE
  7930             TX-SUBJ-CODE       DELIMITED BY SIZE
  7940             '  REJECTED - '    DELIMITED BY SIZE
  7950             WS-REJECT-REASON   DELIMITED BY SIZE
  7960         INTO AUDIT-LINE
  7970     END-STRING.
  7980     PERFORM 220-WRITE-AUDIT-LINE.
  7990*
  8000*-----------------------------------------------------------*
  8010* 210-LOG-CHANGE                                             *
  8020*-----------------------------------------------------------*
  8030 210-LOG-CHANGE.
  8040     MOVE SPACES TO AUDIT-LINE.
  8050     STRING WS-RUN-DATE         DELIMITED BY SIZE
  8060             '  '               DELIMITED BY SIZE
  8070             TX-ACTION          DELIMITED BY SIZE
  8080             ' '                DELIMITED BY SIZE
  8090             TX-TEACHER-ID      DELIMITED BY SIZE
  8100             ' '                DELIMITED BY SIZE
  8110             TX-CLASS-CODE      DELIMITED BY SIZE
  8120             ' '                DELIMITED BY SIZE
  8130             TX-SUBJ-CODE       DELIMITED BY SIZE
  8140             '  BEFORE: '       DELIMITED BY SIZE
  8150             WS-BEFORE-IMAGE    DELIMITED BY SIZE
  8160             '  AFTER: '        DELIMITED BY SIZE
  8170             WS-AFTER-IMAGE     DELIMITED BY SIZE
  8180         INTO AUDIT-LINE
  8190     END-STRING.
  8200     PERFORM 220-WRITE-AUDIT-LINE.
  8210*
  8220*-----------------------------------------------------------*
  8230* 220-WRITE-AUDIT-LINE                                       *
  8240*-----------------------------------------------------------*
  8250 220-WRITE-AUDIT-LINE.
  8260     WRITE AUDIT-LINE.
  8270     IF WS-AUDIT-FS NOT = '00'
  8280         DISPLAY 'UNABLE TO WRITE STUAUDIT - FILE STATUS '
  8290             WS-AUDIT-FS
  8300         PERFORM 950-ABEND-RUN
  8310     END-IF.
  8320*
  8330*-----------------------------------------------------------*
  8340* 300-PRINT-SUMMARY                                          *
  8350*                                                            *
  8360* WRITES THE BALANCING TRAILER ON STUAUDIT AND ECHOES THE    *
  8370* SAME COUNTS TO THE CONSOLE.                                *
  8380*-----------------------------------------------------------*
  8390 300-PRINT-SUMMARY.
  8400     MOVE WS-READ-COUNT    TO WS-READ-COUNT-DISP.
  8410     MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-DISP.
  8420     MOVE WS-REJECT-COUNT  TO WS-REJECT-COUNT-DISP.
  8430     MOVE SPACES TO AUDIT-LINE.
  8440     WRITE AUDIT-LINE FROM
  8450         '-------------------------------------------------'.
  8460     MOVE SPACES TO AUDIT-LINE.
  8470     STRING 'TEACHER TRANSACTIONS READ: ' DELIMITED BY SIZE
  8480             WS-READ-COUNT-DISP     DELIMITED BY SIZE
  8490             '  APPLIED: '          DELIMITED BY SIZE
  8500             WS-APPLIED-COUNT-DISP  DELIMITED BY SIZE
  8510             '  REJECTED: '         DELIMITED BY SIZE
  8520             WS-REJECT-COUNT-DISP   DELIMITED BY SIZE
  8530         INTO AUDIT-LINE
  8540     END-STRING.
  8550     PERFORM 220-WRITE-AUDIT-LINE.
  8560     DISPLAY 'TCHTRANS RECORDS READ.... ' WS-READ-COUNT-DISP.
  8570     DISPLAY 'TRANSACTIONS APPLIED..... '
  8580         WS-APPLIED-COUNT-DISP.
  8590     DISPLAY 'TRANSACTIONS REJECTED.... ' WS-REJECT-COUNT-DISP.
  8600*
  8610*-----------------------------------------------------------*
  8620* 500-CHECK-COVERAGE                                         *
  8630*                                                            *
  8640* READS THE WHOLE ROSTER AND LOOKS UP EVERY CLASS AND       *
  8650* SUBJECT A STUDENT IS TAKING IN THE ASSIGNMENT TABLE AS IT *
  8660* NOW STANDS. EACH COMBINATION WITH NO TEACHER IS LISTED    *
  8670* ONCE ON TCHMRPT WITH THE NUMBER OF STUDENTS TAKING IT,    *
  8680* AND ANY GAP AT ALL ENDS THE RUN WITH RETURN CODE 8. A     *
  8690* ROSTER THAT HAS NEVER BEEN CREATED (FILE STATUS 35) HAS   *
  8700* NOTHING IN USE TO CHECK.                                   *
  8710*-----------------------------------------------------------*
  8720 500-CHECK-COVERAGE.
  8730     OPEN OUTPUT COVER-REPORT.
  8740     IF WS-REPORT-FS NOT = '00'
  8750         DISPLAY 'UNABLE TO OPEN TCHMRPT - FILE STATUS '
  8760             WS-REPORT-FS
  8770         PERFORM 950-ABEND-RUN
  8780     END-IF.
  8790     MOVE SPACES TO REPORT-LINE.
  8800     STRING '===== TEACHER COVERAGE OF THE ROSTER '
  8810                                 DELIMITED BY SIZE
  8820             WS-RUN-DATE         DELIMITED BY SIZE
  8830             ' ====='            DELIMITED BY SIZE
  8840         INTO REPORT-LINE
  8850     END-STRING.
  8860     PERFORM 400-WRITE-REPORT-LINE.
  8870     OPEN INPUT STUDENT-FILE.
  8880     EVALUATE WS-STUDENT-FS
  8890         WHEN '00'
  8900             MOVE 'NO' TO END-OF-FILE
  8910             PERFORM 510-READ-STUDENT
  8920             PERFORM 520-CHECK-ONE-STUDENT
  8930                 UNTIL END-OF-FILE = 'YES'
  8940             CLOSE STUDENT-FILE
  8950         WHEN '35'
  8960             MOVE 'NO ROSTER ON FILE - NOTHING IN USE TO CHECK'
  8970                 TO REPORT-LINE
  8980             PERFORM 400-WRITE-REPORT-LINE
  8990         WHEN OTHER
  9000             DISPLAY 'UNABLE TO OPEN STUDENTS.DAT - FILE '
  9010                 'STATUS ' WS-STUDENT-FS
  9020             PERFORM 950-ABEND-RUN
  9030     END-EVALUATE.
  9040     MOVE SPACES TO REPORT-LINE.
  9050     PERFORM 400-WRITE-REPORT-LINE.
  9060     MOVE 'CLASS/SUBJECTS IN USE WITH NO TEACHER ASSIGNED'
  9070         TO REPORT-LINE.
  9080     PERFORM 400-WRITE-REPORT-LINE.
  9090     PERFORM 540-PRINT-GAP-LINE
  9100         VARYING WS-PRINT-SUB FROM 1 BY 1
  9110         UNTIL WS-PRINT-SUB > WS-GAP-COUNT.
  9120     MOVE WS-STUDENT-COUNT TO WS-STUDENT-COUNT-DISP.
  9130     MOVE WS-GAP-COUNT     TO WS-GAP-COUNT-DISP.
  9140     MOVE SPACES TO REPORT-LINE.
  9150     WRITE REPORT-LINE FROM
  9160         '-------------------------------------------------'.
  9170     MOVE SPACES TO REPORT-LINE.
  9180     STRING 'STUDENTS READ: '       DELIMITED BY SIZE
  9190             WS-STUDENT-COUNT-DISP  DELIMITED BY SIZE
  9200             '  WITH NO TEACHER: '  DELIMITED BY SIZE
  9210             WS-GAP-COUNT-DISP      DELIMITED BY SIZE
  9220         INTO REPORT-LINE
  9230     END-STRING.
  9240     PERFORM 400-WRITE-REPORT-LINE.
  9250     CLOSE COVER-REPORT.
  9260     DISPLAY 'CLASS/SUBJECTS UNTAUGHT.. ' WS-GAP-COUNT-DISP.
  9270     IF WS-GAP-COUNT > 0
  9280         MOVE 8 TO RETURN-CODE
  9290     END-IF.
  9300*
  9310*-----------------------------------------------------------*
  9320* 510-READ-STUDENT                                           *
  9330*-----------------------------------------------------------*
  9340 510-READ-STUDENT.
  9350     READ STUDENT-FILE
  9360         AT END
  9370             MOVE 'YES' TO END-OF-FILE
  9380     END-READ.
  9390     IF WS-STUDENT-FS NOT = '00'
  9400         AND WS-STUDENT-FS NOT = '10'
  9410         DISPLAY 'ERROR READING STUDENTS.DAT - FILE STATUS '
  9420             WS-STUDENT-FS
  9430         PERFORM 950-ABEND-RUN
  9440     END-IF.
  9450*
  9460*-----------------------------------------------------------*
  9470* 520-CHECK-ONE-STUDENT                                      *
  9480*-----------------------------------------------------------*
  9490 520-CHECK-ONE-STUDENT.
  9500     ADD 1 TO WS-STUDENT-COUNT.
  9510     PERFORM 525-CHECK-ONE-SLOT
  9520         VARYING WS-SUB-IDX FROM 1 BY 1
  9530         UNTIL WS-SUB-IDX > 6.
  9540     PERFORM 510-READ-STUDENT.
  9550*
  9560*-----------------------------------------------------------*
  9570* 525-CHECK-ONE-SLOT                                         *
  9580*                                                            *
  9590* AN UNUSED SLOT (BLANK SUBJECT CODE) NEEDS NO TEACHER.      *
  9600*-----------------------------------------------------------*
  9610 525-CHECK-ONE-SLOT.
  9620     IF STUDENT-SUBJ-CODE (WS-SUB-IDX) NOT = SPACES
  9630         MOVE STUDENT-CLASS-CODE TO WS-FIND-CLASS
  9640         MOVE STUDENT-SUBJ-CODE (WS-SUB-IDX) TO WS-FIND-SUBJ
  9650         PERFORM 085-FIND-ASSIGNMENT
  9660         IF WS-ASSIGN-ON-FILE = 'NO'
  9670             PERFORM 530-NOTE-GAP
  9680         END-IF
  9690     END-IF.
  9700*
  9710*-----------------------------------------------------------*
  9720* 530-NOTE-GAP                                               *
  9730*-----------------------------------------------------------*
  9740 530-NOTE-GAP.
  9750     MOVE 'NO' TO WS-GAP-FOUND.
  9760     SET GAP-IDX TO 1.
  9770     IF WS-GAP-COUNT > 0
  9780         SEARCH GAP-ENTRY
  9790             AT END
  9800                 CONTINUE
  9810             WHEN GAP-CLASS-CODE (GAP-IDX) = WS-FIND-CLASS
  9820                 AND GAP-SUBJ-CODE (GAP-IDX) = WS-FIND-SUBJ
  9830                 MOVE 'YES' TO WS-GAP-FOUND
  9840         END-SEARCH
  9850     END-IF.
  9860     IF WS-GAP-FOUND = 'YES'
  9870         ADD 1 TO GAP-STUDENTS (GAP-IDX)
  9880     ELSE
  9890         IF WS-GAP-COUNT < 100
  9900             ADD 1 TO WS-GAP-COUNT
  9910             SET GAP-IDX TO WS-GAP-COUNT
  9920             MOVE WS-FIND-CLASS TO GAP-CLASS-CODE (GAP-IDX)
  9930             MOVE WS-FIND-SUBJ  TO GAP-SUBJ-CODE (GAP-IDX)
  9940             MOVE 1 TO GAP-STUDENTS (GAP-IDX)
  9950         ELSE
  9960             IF WS-GAP-CAP-WARNED = 'NO'
  9970                 DISPLAY 'WARNING - COVERAGE TABLE FULL, '
  9980                     'LIST IS NOW INCOMPLETE'
  9990                 MOVE 'YES' TO WS-GAP-CAP-WARNED
 10000                 MOVE 8 TO RETURN-CODE
 10010             END-IF
 10020         END-IF
 10030     END-IF.
 10040*
 10050*-----------------------------------------------------------*
 10060* 540-PRINT-GAP-LINE                                         *
 10070*-----------------------------------------------------------*
 10080 540-PRINT-GAP-LINE.
 10090     MOVE GAP-SUBJ-CODE (WS-PRINT-SUB) TO WS-CHECK-CODE.
 10100     PERFORM 070-CHECK-CODE-ON-REF.
 10110     MOVE GAP-STUDENTS (WS-PRINT-SUB) TO WS-GAP-STUDENTS-DISP.
 10120     MOVE SPACES TO REPORT-LINE.
 10130     STRING '   '                         DELIMITED BY SIZE
 10140             GAP-CLASS-CODE (WS-PRINT-SUB) DELIMITED BY SIZE
 10150             '  '                         DELIMITED BY SIZE
 10160             GAP-SUBJ-CODE (WS-PRINT-SUB) DELIMITED BY SIZE
 10170             ' '                          DELIMITED BY SIZE
 10180             WS-LOOKUP-NAME               DELIMITED BY SIZE
 10190             '  STUDENTS: '               DELIMITED BY SIZE
 10200             WS-GAP-STUDENTS-DISP         DELIMITED BY SIZE
 10210         INTO REPORT-LINE
 10220     END-STRING.
 10230     PERFORM 400-WRITE-REPORT-LINE.
 10240*
 10250*-----------------------------------------------------------*
 10260* 400-WRITE-REPORT-LINE                                      *
 10270*-----------------------------------------------------------*
 10280 400-WRITE-REPORT-LINE.
 10290     WRITE REPORT-LINE.
 10300     IF WS-REPORT-FS NOT = '00'
 10310         DISPLAY 'UNABLE TO WRITE TCHMRPT - FILE STATUS '
 10320             WS-REPORT-FS
 10330         PERFORM 950-ABEND-RUN
 10340     END-IF.
 10350*
 10360*-----------------------------------------------------------*
 10370* 800-REWRITE-TEACHREF                                       *
 10380*-----------------------------------------------------------*
 10390 800-REWRITE-TEACHREF.
 10400     OPEN OUTPUT TEACHER-REF-FILE.
 10410     IF WS-TEACHREF-FS NOT = '00'
 10420         DISPLAY 'UNABLE TO REWRITE TEACHREF - FILE STATUS '
 10430             WS-TEACHREF-FS
 10440         PERFORM 950-ABEND-RUN
 10450     END-IF.
 10460     PERFORM 810-WRITE-ONE-TEACHER
 10470         VARYING TCH-IDX FROM 1 BY 1
 10480         UNTIL TCH-IDX > WS-TEACHER-COUNT.
 10490     CLOSE TEACHER-REF-FILE.
 10500     IF WS-TEACHER-WRITTEN + WS-TEACHER-REMOVED
 10510         NOT = WS-TEACHER-COUNT
 10520         DISPLAY 'TEACHREF ROWS WRITTEN DO NOT MATCH THE TABLE'
 10530         PERFORM 950-ABEND-RUN
 10540     END-IF.
 10550*
 10560*-----------------------------------------------------------*
 10570* 810-WRITE-ONE-TEACHER                                      *
 10580*-----------------------------------------------------------*
 10590 810-WRITE-ONE-TEACHER.
 10600     IF TCH-ID (TCH-IDX) NOT = SPACES
 10610         MOVE SPACES TO TEACHER-REF-RECORD
 10620         MOVE TCH-ID (TCH-IDX)   TO TREF-ID
 10630         MOVE TCH-NAME (TCH-IDX) TO TREF-NAME
 10640         WRITE TEACHER-REF-RECORD
 10650         IF WS-TEACHREF-FS NOT = '00'
 10660             DISPLAY 'UNABLE TO WRITE TEACHREF - FILE STATUS '
 10670                 WS-TEACHREF-FS
 10680             PERFORM 950-ABEND-RUN
 10690         END-IF
 10700         ADD 1 TO WS-TEACHER-WRITTEN
 10710     END-IF.
 10720*
 10730*-----------------------------------------------------------*
 10740* 820-REWRITE-TCHASSGN                                       *
 10750*-----------------------------------------------------------*
 10760 820-REWRITE-TCHASSGN.
 10770     OPEN OUTPUT ASSIGNMENT-FILE.
 10780     IF WS-TCHASSGN-FS NOT = '00'
 10790         DISPLAY 'UNABLE TO REWRITE TCHASSGN - FILE STATUS '
 10800             WS-TCHASSGN-FS
 10810         PERFORM 950-ABEND-RUN
 10820     END-IF.
 10830     PERFORM 830-WRITE-ONE-ASSIGNMENT
 10840         VARYING ASG-IDX FROM 1 BY 1
 10850         UNTIL ASG-IDX > WS-ASSIGN-COUNT.
 10860     CLOSE ASSIGNMENT-FILE.
 10870     IF WS-ASSIGN-WRITTEN + WS-ASSIGN-REMOVED
 10880         NOT = WS-ASSIGN-COUNT
 10890         DISPLAY 'TCHASSGN ROWS WRITTEN DO NOT MATCH THE TABLE'
 10900         PERFORM 950-ABEND-RUN
 10910     END-IF.
 10920*
 10930*-----------------------------------------------------------*
 10940* 830-WRITE-ONE-ASSIGNMENT                                   *
 10950*-----------------------------------------------------------*
 10960 830-WRITE-ONE-ASSIGNMENT.
 10970     IF ASG-CLASS-CODE (ASG-IDX) NOT = SPACES
 10980         MOVE SPACES TO ASSIGNMENT-RECORD
 10990         MOVE ASG-CLASS-CODE (ASG-IDX) TO TASG-CLASS-CODE
 11000         MOVE ASG-SUBJ-CODE (ASG-IDX)  TO TASG-SUBJ-CODE
 11010         MOVE ASG-TEACHER-ID (ASG-IDX) TO TASG-TEACHER-ID
 11020         WRITE ASSIGNMENT-RECORD
 11030         IF WS-TCHASSGN-FS NOT = '00'
 11040             DISPLAY 'UNABLE TO WRITE TCHASSGN - FILE STATUS '
 11050                 WS-TCHASSGN-FS
 11060             PERFORM 950-ABEND-RUN
 11070         END-IF
 11080         ADD 1 TO WS-ASSIGN-WRITTEN
 11090     END-IF.
 11100*
 11110*-----------------------------------------------------------*
 11120* 900-TERMINATE                                              *
 11130*-----------------------------------------------------------*
 11140 900-TERMINATE.
 11150     CLOSE TRANS-FILE.
 11160     CLOSE AUDIT-FILE.
 11170     PERFORM 930-WRITE-RUN-LOG.
 11180*
 11190*-----------------------------------------------------------*
 11200* 930-WRITE-RUN-LOG                                          *
 11210*                                                            *
 11220* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE -         *
 11230* TRANSACTIONS APPLIED AS WRITTEN, REJECTS PLUS CLASS/       *
 11240* SUBJECTS WITH NO TEACHER AS EXCEPTIONS (ANY GAP ALSO SHOWS *
 11250* AS RETURN CODE 8).                                         *
 11260* CALLED ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE *
 11270* HERE IS REPORTED BUT NEVER RE-ABENDS THE RUN.              *
 11280*-----------------------------------------------------------*
 11290 930-WRITE-RUN-LOG.
 11300     OPEN EXTEND RUN-LOG-FILE.
 11310     IF WS-RUNLOG-FS NOT = '00'
 11320         AND WS-RUNLOG-FS NOT = '05'
 11330         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
 11340             WS-RUNLOG-FS
 11350     ELSE
 11360         MOVE SPACES TO RUN-LOG-RECORD
 11370         MOVE 'TCHMAINT'          TO RL-PROGRAM-NAME
 11380         MOVE WS-RUN-DATE         TO RL-START-DATE
 11390         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
 11400         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
 11410         ACCEPT WS-RUN-END-TIME FROM TIME
 11420         MOVE WS-RUN-END-DATE     TO RL-END-DATE
 11430         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
 11440         MOVE WS-READ-COUNT       TO RL-RECORDS-READ
 11450         MOVE WS-APPLIED-COUNT    TO RL-RECORDS-WRITTEN
 11460         COMPUTE RL-EXCEPTION-COUNT =
 11470             WS-REJECT-COUNT + WS-GAP-COUNT
 11480         MOVE ZEROES              TO RL-DUPLICATE-COUNT
 11490         MOVE RETURN-CODE         TO RL-RETURN-CODE
 11500         WRITE RUN-LOG-RECORD
 11510         IF WS-RUNLOG-FS NOT = '00'
 11520             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
 11530                 WS-RUNLOG-FS
 11540         END-IF
 11550         CLOSE RUN-LOG-FILE
 11560     END-IF.
 11570*
 11580*-----------------------------------------------------------*
 11590* 950-ABEND-RUN                                              *
 11600*-----------------------------------------------------------*
 11610 950-ABEND-RUN.
 11620     DISPLAY 'TCHMAINT IS ABENDING - SEE THE MESSAGE ABOVE'.
 11630     MOVE 16 TO RETURN-CODE.
 11640     PERFORM 930-WRITE-RUN-LOG.
 11650     STOP RUN.
