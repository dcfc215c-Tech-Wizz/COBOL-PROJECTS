   390*                  ROW IS FLAGGED AS A GAP, AND A ROW       *
   400*                  WHOSE TERM IS NOT ON THE CALENDAR IS     *
   410*                  PRINTED LAST AND FLAGGED.                *
   420* 2026-10-15 DP    EVERY TERM LINE NOW ENDS WITH THE TERM'S *
   430*                  ATTENDANCE RATE AS TERMSNAP CAPTURED IT  *
   440*                  ON TERMHIST, OR N/A WHERE NO ATTENDANCE  *
   450*                  WAS RECORDED FOR THE TERM.               *
   460* 2026-10-15 DP    THE TERM NOW COMES FROM THE CURRENT TERM *
   470*                  ON THE BUSDATE BUSINESS-DATE CONTROL     *
   480*                  FILE. THE TERM PROMPT REMAINS ONLY AS AN *
   490*                  EXPLICIT OVERRIDE, LOGGED ON THE RUNLOG  *
   500*                  ROW WITH THE KEYED TERM. THE RUN-        *
   510*                  SEQUENCE CHECK IS UNCHANGED.             *
   520*-----------------------------------------------------------*
   530 ENVIRONMENT DIVISION.
   540 INPUT-OUTPUT SECTION.
   550 FILE-CONTROL.
   560     SELECT HISTORY-FILE ASSIGN TO "TERMHIST"
   570         ORGANIZATION IS INDEXED
   580         ACCESS MODE IS SEQUENTIAL
   590         RECORD KEY IS TH-KEY
   600         FILE STATUS IS WS-HISTORY-FS.
   610*
   620     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRP"
   630         ORGANIZATION IS LINE SEQUENTIAL
   640         ACCESS MODE IS SEQUENTIAL
   650         FILE STATUS IS WS-TRANSCRIPT-FS.
   660*
   670     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   680         ORGANIZATION IS LINE SEQUENTIAL
   690         ACCESS MODE IS SEQUENTIAL
   700         FILE STATUS IS WS-RUNLOG-FS.
   710*
   720     SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL"
   730         ORGANIZATION IS LINE SEQUENTIAL
   740         ACCESS MODE IS SEQUENTIAL
   750         FILE STATUS IS WS-TERMCAL-FS.
   760*
   770     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
   780         ORGANIZATION IS LINE SEQUENTIAL
   790         ACCESS MODE IS SEQUENTIAL
   800         FILE STATUS IS WS-BUSDATE-FS.
   810*
   820 DATA DIVISION.
   830 FILE SECTION.
   840 FD  HISTORY-FILE.
   850 01  TERM-HISTORY-RECORD.
   860     COPY TERMREC.
   870*
   880 FD  TRANSCRIPT-FILE.
   890 01  TRANSCRIPT-LINE        PIC X(80).
   900*
   910 FD  RUN-LOG-FILE.
   920 01  RUN-LOG-RECORD.
   930     COPY RUNLOGREC.
   940*
   950 FD  TERM-CAL-FILE.
   960 01  TERM-CAL-RECORD.
   970     COPY TERMCAL.
   980*
   990 FD  BUS-DATE-FILE.
  1000 01  BUS-DATE-RECORD.
  1010     COPY BUSDREC.
  1020*
  1030 WORKING-STORAGE SECTION.
  1040*
  1050 01  WS-HISTORY-FS          PIC X(2)  VALUE SPACES.
  1060 01  WS-TRANSCRIPT-FS       PIC X(2)  VALUE SPACES.
  1070 01  END-OF-FILE            PIC X(3)  VALUE 'NO'.
  1080*
  1090*-----------------------------------------------------------*
  1100* RUN-SEQUENCE CHECK AND RUN-CONTROL LOG FIELDS - THE TERM  *
  1110* THE TRANSCRIPTS ARE FOR IS THE BUSDATE CURRENT TERM (OR   *
  1120* KEYED AS AN OVERRIDE, LOGGED ON RUNLOG) AND RUNLOG MUST   *
  1130* SHOW A CLEAN TERMSNAP RUN CARRYING THAT TERM IN           *
  1140* RL-RUN-DETAIL BEFORE THE REPORT IS PRODUCED.              *
  1150*-----------------------------------------------------------*
  1160 01  WS-RUNLOG-FS           PIC X(2)  VALUE SPACES.
  1170 01  WS-BUSDATE-FS          PIC X(2)  VALUE SPACES.
  1180 01  WS-BUSDATE-OVERRIDE    PIC X(1)  VALUE 'N'.
  1190 01  WS-OVERRIDE-VALUE      PIC X(8)  VALUE SPACES.
  1200 01  WS-RUNLOG-EOF          PIC X(3)  VALUE 'NO'.
  1210 01  WS-CHECK-TERM          PIC X(6)  VALUE SPACES.
  1220 01  WS-SEQ-OVERRIDE        PIC X(1)  VALUE 'N'.
  1230 01  WS-TERMSNAP-OK         PIC X(3)  VALUE 'NO'.
  1240 01  WS-SNAP-ROW-SEEN       PIC X(3)  VALUE 'NO'.
  1250 01  WS-LAST-SNAP-RC        PIC X(2)  VALUE SPACES.
  1260 01  WS-RUN-START-DATE      PIC X(8)  VALUE SPACES.
  1270 01  WS-RUN-START-TIME      PIC X(8)  VALUE SPACES.
  1280 01  WS-RUN-END-DATE        PIC X(8)  VALUE SPACES.
  1290 01  WS-RUN-END-TIME        PIC X(8)  VALUE SPACES.
  1300*
  1310*-----------------------------------------------------------*
  1320* TERM CALENDAR TABLE - LOADED FROM TERMCAL AT STARTUP.     *
  1330* THE SEQUENCE NUMBER ORDERS EACH STUDENT'S TERMS AND       *
  1340* NAMES THE CALENDAR TERMS A TRANSCRIPT IS MISSING.          *
  1350*-----------------------------------------------------------*
  1360 01  WS-TERMCAL-FS          PIC X(2)  VALUE SPACES.
  1370 01  WS-TERMCAL-COUNT       PIC 9(2)  VALUE ZERO.
  1380 01  TERM-CAL-TABLE.
  1390     05  TERM-CAL-ENTRY OCCURS 50 TIMES INDEXED BY CAL-IDX.
  1400         10  CAL-TERM-CODE  PIC X(6)  VALUE SPACES.
  1410         10  CAL-TERM-SEQ   PIC 9(3)  VALUE ZEROES.
  1420*
  1430*-----------------------------------------------------------*
  1440* STUDENT-BREAK AND TREND FIELDS - TERMHIST COMES BACK     *
  1450* GROUPED BY STUDENT-ID, SO A CHANGE OF ID ENDS ONE         *
  1460* STUDENT'S TERMS. THE TERMS ARE BUFFERED HERE, SORTED BY   *
  1470* CALENDAR SEQUENCE, AND ONLY THEN PRINTED - SO THE TREND   *
  1480* COMPARES EACH TERM WITH THE TRULY PREVIOUS ONE. A TERM    *
  1490* THAT IS NOT ON THE CALENDAR SORTS LAST (SEQ 999) AND IS   *
  1500* FLAGGED. THE FIRST TERM OF A BLOCK HAS NOTHING TO TREND   *
  1510* AGAINST AND PRINTS --. ONCE ALL 20 TERM SLOTS ARE TAKEN   *
  1520* A FURTHER TERM IS LEFT OFF THE TRANSCRIPT - WARNED ONCE.  *
  1530*-----------------------------------------------------------*
  1540 01  WS-BUF-STUDENT-ID      PIC X(6)  VALUE LOW-VALUES.
  1550 01  WS-BUF-STUDENT-NAME    PIC X(15) VALUE SPACES.
  1560 01  WS-BUF-CLASS-CODE      PIC X(3)  VALUE SPACES.
  1570 01  WS-STU-TERM-COUNT      PIC 9(2)  VALUE ZERO.
  1580 01  WS-TERM-CAP-WARNED     PIC X(3)  VALUE 'NO'.
  1590 01  STUDENT-TERM-TABLE.
  1600     05  STU-TERM-ENTRY OCCURS 20 TIMES.
  1610         10  STT-SEQ        PIC 9(3).
  1620         10  STT-ON-CAL     PIC X(1).
  1630         10  STT-TERM       PIC X(6).
  1640         10  STT-AVERAGE    PIC 9(3)V99.
  1650         10  STT-GRADE      PIC X(1).
  1660         10  STT-DAYS-COUNTED PIC 9(3).
  1670         10  STT-ATTEND-RATE PIC 9(3)V9.
  1680*
  1690 01  WS-SORT-I              PIC 9(2)  VALUE ZERO.
  1700 01  WS-SORT-J              PIC 9(2)  VALUE ZERO.
  1710 01  WS-SORT-START          PIC 9(2)  VALUE ZERO.
  1720 01  WS-SWAP-ENTRY          PIC X(23) VALUE SPACES.
  1730 01  WS-TERM-SUB            PIC 9(2)  VALUE ZERO.
  1740 01  WS-FIRST-TERM          PIC X(3)  VALUE 'YES'.
  1750 01  WS-PREV-SEQ            PIC 9(3)  VALUE ZERO.
  1760 01  WS-EXPECTED-SEQ        PIC 9(3)  VALUE ZERO.
  1770 01  WS-GAP-SEQ             PIC 9(3)  VALUE ZERO.
  1780 01  WS-GAP-TERM            PIC X(6)  VALUE SPACES.
  1790 01  WS-PREV-AVERAGE        PIC 9(3)V99 VALUE ZERO.
  1800 01  WS-TREND               PIC S9(3)V99 VALUE ZERO.
  1810 01  WS-TREND-DISP          PIC ++++9.99.
  1820 01  WS-AVERAGE-DISP        PIC ZZ9.99.
  1830 01  WS-RATE-DISP           PIC ZZ9.9.
  1840 01  WS-ATTEND-TEXT         PIC X(16) VALUE SPACES.
  1850*
  1860 01  WS-STUDENT-COUNT       PIC 9(5)  VALUE ZEROES.
  1870 01  WS-TERM-COUNT          PIC 9(5)  VALUE ZEROES.
  1880*
  1890 PROCEDURE DIVISION.
  1900*
  1910*-----------------------------------------------------------*
  1920* 000-MAIN-PROCEDURE                                        *
  1930*-----------------------------------------------------------*
  1940 000-MAIN-PROCEDURE.
  1950     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  1960     ACCEPT WS-RUN-START-TIME FROM TIME.
  1970     PERFORM 020-READ-BUSINESS-DATE.
  1980     PERFORM 040-ACCEPT-CHECK-TERM.
  1990     PERFORM 050-INITIALIZE.
  2000     PERFORM 200-REPORT-TERM-ROW UNTIL END-OF-FILE = 'YES'.
  2010     PERFORM 240-PRINT-STUDENT-BLOCK.
  2020     PERFORM 900-TERMINATE.
  2030     STOP RUN.
  2040*
  2050*-----------------------------------------------------------*
  2060* 020-READ-BUSINESS-DATE                                     *
  2070*                                                            *
  2080* READS THE ONE-ROW BUSDATE CONTROL FILE THE END-OF-DAY      *
  2090* DATEADV JOB MAINTAINS. A MISSING OR EMPTY FILE IS A REAL   *
  2100* ERROR - THERE IS NO SAFE DEFAULT FOR THE TERM.             *
  2110*-----------------------------------------------------------*
  2120 020-READ-BUSINESS-DATE.
  2130     OPEN INPUT BUS-DATE-FILE.
  2140     IF WS-BUSDATE-FS NOT = '00'
  2150         DISPLAY 'UNABLE TO OPEN BUSDATE - FILE STATUS '
  2160             WS-BUSDATE-FS
  2170         PERFORM 950-ABEND-RUN
  2180     END-IF.
  2190     READ BUS-DATE-FILE
  2200         AT END
  2210             DISPLAY 'BUSDATE HOLDS NO CONTROL ROW'
  2220             PERFORM 950-ABEND-RUN
  2230     END-READ.
  2240     IF WS-BUSDATE-FS NOT = '00'
  2250         DISPLAY 'ERROR READING BUSDATE - FILE STATUS '
  2260             WS-BUSDATE-FS
  2270         PERFORM 950-ABEND-RUN
  2280     END-IF.
  2290     CLOSE BUS-DATE-FILE.
  2300*
  2310*-----------------------------------------------------------*
  2320* 040-ACCEPT-CHECK-TERM                                      *
  2330*                                                            *
  2340* THE TERM THE TRANSCRIPTS ARE BEING PRODUCED FOR - THE     *
  2350* BUSDATE CURRENT TERM UNLESS THE OPERATOR OVERRIDES IT,    *
  2360* AND THE ONE TERMSNAP MUST HAVE CLOSED CLEANLY BEFORE THE  *
  2370* REPORT IS TRUSTWORTHY. AN OVERRIDE PROMPT COVERS A        *
  2380* DELIBERATE RERUN WHEN THE LOG CANNOT SHOW THE RUN.         *
  2390*-----------------------------------------------------------*
  2400 040-ACCEPT-CHECK-TERM.
  2410     MOVE BD-CURRENT-TERM TO WS-CHECK-TERM.
  2420     DISPLAY 'TERM FROM BUSDATE: ' WS-CHECK-TERM.
  2430     DISPLAY 'OVERRIDE THE TERM (Y/N)? '.
  2440     ACCEPT WS-BUSDATE-OVERRIDE.
  2450     IF WS-BUSDATE-OVERRIDE NOT = 'Y'
  2460         MOVE 'N' TO WS-BUSDATE-OVERRIDE
  2470     END-IF.
  2480     IF WS-BUSDATE-OVERRIDE = 'Y'
  2490         DISPLAY 'ENTER TERM TRANSCRIPTS ARE FOR (E.G. 2026T1): '
  2500         ACCEPT WS-CHECK-TERM
  2510         MOVE WS-CHECK-TERM TO WS-OVERRIDE-VALUE
  2520     END-IF.
  2530     IF WS-CHECK-TERM = SPACES
  2540         DISPLAY 'TERM ID IS REQUIRED'
  2550         PERFORM 950-ABEND-RUN
  2560     END-IF.
  2570     DISPLAY 'OVERRIDE RUN-SEQUENCE CHECK (Y/N)? '.
  2580     ACCEPT WS-SEQ-OVERRIDE.
  2590     IF WS-SEQ-OVERRIDE NOT = 'Y'
  2600         MOVE 'N' TO WS-SEQ-OVERRIDE
  2610     END-IF.
  2620     IF WS-SEQ-OVERRIDE = 'N'
  2630         PERFORM 045-CHECK-TERMSNAP-RUN
  2640     END-IF.
  2650*
  2660*-----------------------------------------------------------*
  2670* 045-CHECK-TERMSNAP-RUN                                     *
  2680*                                                            *
  2690* SCANS RUNLOG AND JUDGES THE MOST RECENT TERMSNAP ROW      *
  2700* CARRYING THE REQUESTED TERM IN RL-RUN-DETAIL - ONLY THE   *
  2710* LATEST CLOSE ATTEMPT SAYS WHAT STATE THE TERM'S HISTORY   *
  2720* IS IN, SO A CLEAN CLOSE FOLLOWED BY AN ABENDED RERUN      *
  2730* STILL FAILS THE CHECK. THAT LAST ROW MUST CARRY RETURN    *
  2740* CODE ZERO; NO SUCH ROW MEANS THE TERM WAS NEVER CLOSED.   *
  2750* RUNLOG IS SELECT OPTIONAL, SO A MISSING FILE OPENS WITH   *
  2760* STATUS 05 AND THE SCAN ENDS AT ONCE - THE CHECK FAILS     *
  2770* WITH THE SAME MESSAGE.                                     *
  2780*-----------------------------------------------------------*
  2790 045-CHECK-TERMSNAP-RUN.
  2800     MOVE 'NO' TO WS-TERMSNAP-OK.
  2810     MOVE 'NO' TO WS-RUNLOG-EOF.
  2820     MOVE 'NO' TO WS-SNAP-ROW-SEEN.
  2830     OPEN INPUT RUN-LOG-FILE.
  2840     IF WS-RUNLOG-FS NOT = '00'
  2850         AND WS-RUNLOG-FS NOT = '05'
  2860         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  2870             WS-RUNLOG-FS
  2880         PERFORM 950-ABEND-RUN
  2890     END-IF.
  2900     PERFORM 046-SCAN-ONE-LOG-ROW
  2910         UNTIL WS-RUNLOG-EOF = 'YES'.
  2920     CLOSE RUN-LOG-FILE.
  2930     IF WS-SNAP-ROW-SEEN = 'YES'
  2940         AND WS-LAST-SNAP-RC = '00'
  2950         MOVE 'YES' TO WS-TERMSNAP-OK
  2960     END-IF.
  2970     IF WS-TERMSNAP-OK = 'NO'
  2980         DISPLAY 'RUNLOG SHOWS NO CLEAN TERMSNAP RUN FOR '
  2990             'TERM ' WS-CHECK-TERM
  3000         DISPLAY 'CLOSE THE TERM FIRST OR RERUN WITH THE '
  3010             'SEQUENCE OVERRIDE.'
  3020         PERFORM 950-ABEND-RUN
  3030     END-IF.
  3040*
  3050*-----------------------------------------------------------*
  3060* 046-SCAN-ONE-LOG-ROW                                       *
  3070*                                                            *
  3080* REMEMBERS THE RETURN CODE OF EVERY TERMSNAP ROW FOR THE   *
  3090* REQUESTED TERM - THE LAST ONE REMEMBERED IS THE LATEST    *
  3100* CLOSE ATTEMPT, AND IT ALONE IS JUDGED AT END OF SCAN.      *
  3110*-----------------------------------------------------------*
  3120 046-SCAN-ONE-LOG-ROW.
  3130     READ RUN-LOG-FILE
  3140         AT END
  3150             MOVE 'YES' TO WS-RUNLOG-EOF
  3160     END-READ.
  3170     IF WS-RUNLOG-EOF NOT = 'YES'
  3180         IF WS-RUNLOG-FS NOT = '00'
  3190             DISPLAY 'ERROR READING RUNLOG - FILE STATUS '
  3200                 WS-RUNLOG-FS
  3210             PERFORM 950-ABEND-RUN
  3220         END-IF
  3230         IF RL-PROGRAM-NAME = 'TERMSNAP'
  3240             AND RL-RUN-DETAIL (1 : 6) = WS-CHECK-TERM
  3250             MOVE 'YES' TO WS-SNAP-ROW-SEEN
  3260             MOVE RL-RETURN-CODE TO WS-LAST-SNAP-RC
  3270         END-IF
  3280     END-IF.
  3290*
  3300*-----------------------------------------------------------*
  3310* 050-INITIALIZE                                             *
  3320*                                                            *
  3330* A MISSING HISTORY FILE IS A REAL ERROR HERE - NO TERM HAS  *
  3340* EVER BEEN CLOSED, SO THERE IS NOTHING TO TRANSCRIPT.       *
  3350*-----------------------------------------------------------*
  3360 050-INITIALIZE.
  3370     PERFORM 048-LOAD-TERM-CALENDAR.
  3380     OPEN INPUT HISTORY-FILE.
  3390     IF WS-HISTORY-FS NOT = '00'
  3400         DISPLAY 'UNABLE TO OPEN TERMHIST - FILE STATUS '
  3410             WS-HISTORY-FS
  3420         PERFORM 950-ABEND-RUN
  3430     END-IF.
  3440     OPEN OUTPUT TRANSCRIPT-FILE.
  3450     IF WS-TRANSCRIPT-FS NOT = '00'
  3460         DISPLAY 'UNABLE TO OPEN TRANSCRP - FILE STATUS '
  3470             WS-TRANSCRIPT-FS
  3480         PERFORM 950-ABEND-RUN
  3490     END-IF.
  3500     PERFORM 110-READ-HISTORY-RECORD.
  3510*
  3520*-----------------------------------------------------------*
  3530* 048-LOAD-TERM-CALENDAR                                     *
  3540*                                                            *
  3550* A MISSING TERMCAL IS A REAL ERROR - WITHOUT THE CALENDAR  *
  3560* THE TERMS WOULD FALL BACK TO RAW KEY COLLATION AND THE    *
  3570* YEAR WOULD READ BACKWARDS AGAIN.                           *
  3580*-----------------------------------------------------------*
  3590 048-LOAD-TERM-CALENDAR.
  3600     OPEN INPUT TERM-CAL-FILE.
  3610     IF WS-TERMCAL-FS NOT = '00'
  3620         DISPLAY 'UNABLE TO OPEN TERMCAL - FILE STATUS '
  3630             WS-TERMCAL-FS
  3640         PERFORM 950-ABEND-RUN
  3650     END-IF.
  3660     PERFORM 049-LOAD-ONE-TERM UNTIL END-OF-FILE = 'YES'.
  3670     CLOSE TERM-CAL-FILE.
  3680     MOVE 'NO' TO END-OF-FILE.
  3690*
  3700*-----------------------------------------------------------*
  3710* 049-LOAD-ONE-TERM                                          *
  3720*-----------------------------------------------------------*
  3730 049-LOAD-ONE-TERM.
  3740     READ TERM-CAL-FILE
  3750         AT END
  3760             MOVE 'YES' TO END-OF-FILE
  3770     END-READ.
  3780     IF END-OF-FILE NOT = 'YES'
  3790         AND WS-TERMCAL-FS NOT = '00'
  3800         DISPLAY 'ERROR READING TERMCAL - FILE STATUS '
  3810             WS-TERMCAL-FS
  3820         PERFORM 950-ABEND-RUN
  3830     END-IF.
  3840     IF END-OF-FILE NOT = 'YES'
  3850         IF TCAL-SEQ IS NOT NUMERIC
  3860             DISPLAY 'TERMCAL SEQUENCE NOT NUMERIC - '
  3870                 'ENTRY SKIPPED: ' TCAL-CODE
  3880         ELSE
  3890             IF WS-TERMCAL-COUNT < 50
  3900                 ADD 1 TO WS-TERMCAL-COUNT
  3910                 SET CAL-IDX TO WS-TERMCAL-COUNT
  3920                 MOVE TCAL-CODE TO CAL-TERM-CODE (CAL-IDX)
  3930                 MOVE TCAL-SEQ  TO CAL-TERM-SEQ (CAL-IDX)
  3940             ELSE
  3950                 DISPLAY 'WARNING - TERM CALENDAR TABLE '
  3960                     'FULL, TERMCAL ENTRY SKIPPED: '
  3970                     TCAL-CODE
  3980             END-IF
  3990         END-IF
  4000     END-IF.
  4010*
  4020*-----------------------------------------------------------*
  4030* 110-READ-HISTORY-RECORD                                   *
  4040*-----------------------------------------------------------*
  4050 110-READ-HISTORY-RECORD.
  4060     READ HISTORY-FILE
  4070         AT END
  4080             MOVE 'YES' TO END-OF-FILE
  4090     END-READ.
  4100     IF END-OF-FILE NOT = 'YES'
  4110         AND WS-HISTORY-FS NOT = '00'
  4120         DISPLAY 'ERROR READING TERMHIST - FILE STATUS '
  4130             WS-HISTORY-FS
  4140         PERFORM 950-ABEND-RUN
  4150     END-IF.
  4160*
  4170*-----------------------------------------------------------*
  4180* 200-REPORT-TERM-ROW                                        *
  4190*                                                            *
  4200* A CHANGE OF STUDENT-ID PRINTS THE STUDENT JUST FINISHED   *
  4210* AND STARTS BUFFERING THE NEXT ONE. EVERY ROW IS HELD IN   *
  4220* THE TERM BUFFER - NOTHING PRINTS UNTIL THE WHOLE          *
  4230* STUDENT'S TERMS CAN BE SORTED INTO CALENDAR ORDER.        *
  4240*-----------------------------------------------------------*
  4250 200-REPORT-TERM-ROW.
  4260     IF TH-STUDENT-ID NOT = WS-BUF-STUDENT-ID
  4270         PERFORM 240-PRINT-STUDENT-BLOCK
  4280         MOVE TH-STUDENT-ID TO WS-BUF-STUDENT-ID
  4290         MOVE ZERO TO WS-STU-TERM-COUNT
  4300     END-IF.
  4310     MOVE TH-STUDENT-NAME TO WS-BUF-STUDENT-NAME.
  4320     MOVE TH-CLASS-CODE   TO WS-BUF-CLASS-CODE.
  4330     ADD 1 TO WS-TERM-COUNT.
  4340     PERFORM 230-BUFFER-TERM-ROW.
  4350     PERFORM 110-READ-HISTORY-RECORD.
  4360*
  4370*-----------------------------------------------------------*
  4380* 230-BUFFER-TERM-ROW                                        *
  4390*-----------------------------------------------------------*
  4400 230-BUFFER-TERM-ROW.
  4410     IF WS-STU-TERM-COUNT < 20
  4420         ADD 1 TO WS-STU-TERM-COUNT
  4430         MOVE TH-TERM    TO STT-TERM (WS-STU-TERM-COUNT)
  4440         MOVE TH-AVERAGE TO STT-AVERAGE (WS-STU-TERM-COUNT)
  4450         MOVE TH-GRADE   TO STT-GRADE (WS-STU-TERM-COUNT)
  4460         MOVE TH-DAYS-COUNTED
  4470             TO STT-DAYS-COUNTED (WS-STU-TERM-COUNT)
  4480         MOVE TH-ATTEND-RATE
  4490             TO STT-ATTEND-RATE (WS-STU-TERM-COUNT)
  4500         PERFORM 235-FIND-TERM-SEQ
  4510     ELSE
  4520         IF WS-TERM-CAP-WARNED = 'NO'
  4530             DISPLAY 'WARNING - TERM BUFFER FULL, TRANSCRIPT'
  4540                 ' IS NOW INCOMPLETE'
  4550             MOVE 'YES' TO WS-TERM-CAP-WARNED
  4560         END-IF
  4570     END-IF.
  4580*
  4590*-----------------------------------------------------------*
  4600* 235-FIND-TERM-SEQ                                          *
  4610*                                                            *
  4620* A TERM THAT IS NOT ON THE CALENDAR GETS SEQUENCE 999 SO   *
  4630* IT SORTS TO THE END OF THE BLOCK, AND IS FLAGGED WHEN     *
  4640* PRINTED - A PHANTOM TERM MUST BE SEEN, NOT HIDDEN.         *
  4650*-----------------------------------------------------------*
  4660 235-FIND-TERM-SEQ.
  4670     MOVE 999 TO STT-SEQ (WS-STU-TERM-COUNT).
  4680     MOVE 'N' TO STT-ON-CAL (WS-STU-TERM-COUNT).
  4690     SET CAL-IDX TO 1.
  4700     IF WS-TERMCAL-COUNT > 0
  4710         SEARCH TERM-CAL-ENTRY
  4720             AT END
  4730                 CONTINUE
  4740             WHEN CAL-TERM-CODE (CAL-IDX) = TH-TERM
  4750                 MOVE CAL-TERM-SEQ (CAL-IDX)
  4760                     TO STT-SEQ (WS-STU-TERM-COUNT)
  4770                 MOVE 'Y' TO STT-ON-CAL (WS-STU-TERM-COUNT)
  4780         END-SEARCH
  4790     END-IF.
  4800*
  4810*-----------------------------------------------------------*
  4820* 240-PRINT-STUDENT-BLOCK                                    *
  4830*                                                            *
  4840* PRINTS THE BUFFERED STUDENT - HEADER, THEN THE TERMS IN   *
  4850* CALENDAR-SEQUENCE ORDER WITH THE TREND AGAINST THE TERM   *
  4860* TRULY BEFORE EACH ONE, WITH A GAP LINE FOR EVERY          *
  4870* CALENDAR TERM BETWEEN THEM THAT HAS NO TERMHIST ROW.      *
  4880* NOTHING TO PRINT ON THE VERY FIRST BREAK OF THE RUN.       *
  4890*-----------------------------------------------------------*
  4900 240-PRINT-STUDENT-BLOCK.
  4910     IF WS-STU-TERM-COUNT > 0
  4920         ADD 1 TO WS-STUDENT-COUNT
  4930         IF WS-STUDENT-COUNT > 1
  4940             MOVE SPACES TO TRANSCRIPT-LINE
  4950             PERFORM 300-WRITE-TRANSCRIPT-LINE
  4960         END-IF
  4970         MOVE SPACES TO TRANSCRIPT-LINE
  4980         STRING 'STUDENT: '        DELIMITED BY SIZE
  4990                 WS-BUF-STUDENT-NAME DELIMITED BY SIZE
  5000                 ' (ID '           DELIMITED BY SIZE
  5010                 WS-BUF-STUDENT-ID DELIMITED BY SIZE
  5020                 ')  CLASS: '      DELIMITED BY SIZE
  5030                 WS-BUF-CLASS-CODE DELIMITED BY SIZE
  5040             INTO TRANSCRIPT-LINE
  5050         END-STRING
  5060         PERFORM 300-WRITE-TRANSCRIPT-LINE
  5070         PERFORM 245-SORT-ONE-SLOT
  5080             VARYING WS-SORT-I FROM 1 BY 1
  5090             UNTIL WS-SORT-I NOT < WS-STU-TERM-COUNT
  5100         MOVE 'YES' TO WS-FIRST-TERM
  5110         PERFORM 250-PRINT-ONE-TERM
  5120             VARYING WS-TERM-SUB FROM 1 BY 1
  5130             UNTIL WS-TERM-SUB > WS-STU-TERM-COUNT
  5140     END-IF.
  5150*
  5160*-----------------------------------------------------------*
  5170* 245-SORT-ONE-SLOT                                          *
  5180*                                                            *
  5190* SELECTION SORT OUTER STEP - PULLS THE LOWEST REMAINING    *
  5200* CALENDAR SEQUENCE INTO SLOT WS-SORT-I.                    *
  5210*-----------------------------------------------------------*
  5220 245-SORT-ONE-SLOT.
  5230     COMPUTE WS-SORT-START = WS-SORT-I + 1.
  5240     PERFORM 248-COMPARE-AND-SWAP
  5250         VARYING WS-SORT-J FROM WS-SORT-START BY 1
  5260         UNTIL WS-SORT-J > WS-STU-TERM-COUNT.
  5270*
  5280*-----------------------------------------------------------*
  5290* 248-COMPARE-AND-SWAP                                       *
  5300*-----------------------------------------------------------*
  5310 248-COMPARE-AND-SWAP.
  5320     IF STT-SEQ (WS-SORT-J) < STT-SEQ (WS-SORT-I)
  5330         MOVE STU-TERM-ENTRY (WS-SORT-I) TO WS-SWAP-ENTRY
  5340         MOVE STU-TERM-ENTRY (WS-SORT-J)
  5350             TO STU-TERM-ENTRY (WS-SORT-I)
  5360         MOVE WS-SWAP-ENTRY TO STU-TERM-ENTRY (WS-SORT-J)
  5370     END-IF.
  5380*
  5390*-----------------------------------------------------------*
  5400* 250-PRINT-ONE-TERM                                         *
  5410*                                                            *
  5420* AN OFF-CALENDAR TERM PRINTS FLAGGED, WITH NO TREND AND    *
  5430* NO GAP CHECK - THERE IS NO SEQUENCE TO MEASURE FROM. AN   *
  5440* ON-CALENDAR TERM FIRST NAMES ANY CALENDAR TERMS SKIPPED   *
  5450* SINCE THE ONE BEFORE IT, THEN PRINTS WITH ITS TREND.      *
  5460*-----------------------------------------------------------*
  5470 250-PRINT-ONE-TERM.
  5480     MOVE STT-AVERAGE (WS-TERM-SUB) TO WS-AVERAGE-DISP.
  5490     PERFORM 252-FORMAT-ATTENDANCE.
  5500     IF STT-ON-CAL (WS-TERM-SUB) = 'N'
  5510         MOVE SPACES TO TRANSCRIPT-LINE
  5520         STRING '   TERM '        DELIMITED BY SIZE
  5530                 STT-TERM (WS-TERM-SUB) DELIMITED BY SIZE
  5540                 '  AVERAGE: '    DELIMITED BY SIZE
  5550                 WS-AVERAGE-DISP  DELIMITED BY SIZE
  5560                 '  GRADE: '      DELIMITED BY SIZE
  5570                 STT-GRADE (WS-TERM-SUB) DELIMITED BY SIZE
  5580                 WS-ATTEND-TEXT   DELIMITED BY SIZE
  5590                 '  *NOT ON CALENDAR' DELIMITED BY SIZE
  5600             INTO TRANSCRIPT-LINE
  5610         END-STRING
  5620         PERFORM 300-WRITE-TRANSCRIPT-LINE
  5630     ELSE
  5640         IF WS-FIRST-TERM = 'NO'
  5650             COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1
  5660             PERFORM 255-PRINT-GAP-LINE
  5670                 VARYING WS-GAP-SEQ FROM WS-EXPECTED-SEQ
  5680                 BY 1
  5690                 UNTIL WS-GAP-SEQ NOT < STT-SEQ (WS-TERM-SUB)
  5700         END-IF
  5710         MOVE SPACES TO TRANSCRIPT-LINE
  5720         IF WS-FIRST-TERM = 'YES'
  5730             STRING '   TERM '    DELIMITED BY SIZE
  5740                     STT-TERM (WS-TERM-SUB) DELIMITED BY SIZE
  5750                     '  AVERAGE: ' DELIMITED BY SIZE
  5760                     WS-AVERAGE-DISP DELIMITED BY SIZE
  5770                     '  GRADE: '  DELIMITED BY SIZE
  5780                     STT-GRADE (WS-TERM-SUB)
  5790                                  DELIMITED BY SIZE
  5800                     '  TREND: --' DELIMITED BY SIZE
  5810                     '      '     DELIMITED BY SIZE
  5820                     WS-ATTEND-TEXT DELIMITED BY SIZE
  5830                 INTO TRANSCRIPT-LINE
  5840             END-STRING
  5850         ELSE
  5860             COMPUTE WS-TREND = STT-AVERAGE (WS-TERM-SUB)
  5870                 - WS-PREV-AVERAGE
  5880             MOVE WS-TREND TO WS-TREND-DISP
  5890             STRING '   TERM '    DELIMITED BY SIZE
  5900                     STT-TERM (WS-TERM-SUB) DELIMITED BY SIZE
  5910                     '  AVERAGE: ' DELIMITED BY SIZE
  5920                     WS-AVERAGE-DISP DELIMITED BY SIZE
  5930                     '  GRADE: '  DELIMITED BY SIZE
  5940                     STT-GRADE (WS-TERM-SUB)
  5950                                  DELIMITED BY SIZE
  5960                     '  TREND: '  DELIMITED BY SIZE
  5970                     WS-TREND-DISP DELIMITED BY SIZE
  5980                     WS-ATTEND-TEXT DELIMITED BY SIZE
  5990                 INTO TRANSCRIPT-LINE
  6000             END-STRING
  6010         END-IF
  6020         PERFORM 300-WRITE-TRANSCRIPT-LINE
  6030         MOVE STT-AVERAGE (WS-TERM-SUB) TO WS-PREV-AVERAGE
  6040         MOVE STT-SEQ (WS-TERM-SUB) TO WS-PREV-SEQ
  6050         MOVE 'NO' TO WS-FIRST-TERM
  6060     END-IF.
  6070*
  6080*-----------------------------------------------------------*
  6090* 252-FORMAT-ATTENDANCE                                      *
  6100*                                                            *
  6110* ZERO DAYS COUNTED MEANS NO ATTENDANCE WAS RECORDED FOR    *
  6120* THE TERM (OR ONLY EXCUSED DAYS), SO THERE IS NO RATE.      *
  6130*-----------------------------------------------------------*
  6140 252-FORMAT-ATTENDANCE.
  6150     MOVE SPACES TO WS-ATTEND-TEXT.
  6160     IF STT-DAYS-COUNTED (WS-TERM-SUB) > 0
  6170         MOVE STT-ATTEND-RATE (WS-TERM-SUB) TO WS-RATE-DISP
  6180         STRING '  ATTEND: '     DELIMITED BY SIZE
  6190                 WS-RATE-DISP    DELIMITED BY SIZE
  6200                 '%'             DELIMITED BY SIZE
  6210             INTO WS-ATTEND-TEXT
  6220         END-STRING
  6230     ELSE
  6240         MOVE '  ATTEND:   N/A' TO WS-ATTEND-TEXT
  6250     END-IF.
  6260*
  6270*-----------------------------------------------------------*
  6280* 255-PRINT-GAP-LINE                                         *
  6290*                                                            *
  6300* ONLY SEQUENCES THE CALENDAR ACTUALLY CARRIES PRODUCE A    *
  6310* GAP LINE - A SPARSE SEQUENCE NUMBERING LEAVES NO FALSE    *
  6320* GAPS.                                                      *
  6330*-----------------------------------------------------------*
  6340 255-PRINT-GAP-LINE.
  6350     PERFORM 260-FIND-TERM-BY-SEQ.
  6360     IF WS-GAP-TERM NOT = SPACES
  6370         MOVE SPACES TO TRANSCRIPT-LINE
  6380         STRING '   TERM '        DELIMITED BY SIZE
  6390                 WS-GAP-TERM      DELIMITED BY SIZE
  6400                 '  (NO TERMHIST ROW FOR CALENDAR TERM)'
  6410                                  DELIMITED BY SIZE
  6420             INTO TRANSCRIPT-LINE
  6430         END-STRING
  6440         PERFORM 300-WRITE-TRANSCRIPT-LINE
  6450     END-IF.
  6460*
  6470*-----------------------------------------------------------*
  6480* 260-FIND-TERM-BY-SEQ                                       *
  6490*-----------------------------------------------------------*
  6500 260-FIND-TERM-BY-SEQ.
  6510     MOVE SPACES TO WS-GAP-TERM.
  6520     SET CAL-IDX TO 1.
  6530     IF WS-TERMCAL-COUNT > 0
  6540         SEARCH TERM-CAL-ENTRY
  6550             AT END
  6560                 CONTINUE
  6570             WHEN CAL-TERM-SEQ (CAL-IDX) = WS-GAP-SEQ
  6580                 MOVE CAL-TERM-CODE (CAL-IDX) TO WS-GAP-TERM
  6590         END-SEARCH
  6600     END-IF.
  6610*
  6620*-----------------------------------------------------------*
  6630* 300-WRITE-TRANSCRIPT-LINE                                  *
  6640*-----------------------------------------------------------*
  6650 300-WRITE-TRANSCRIPT-LINE.
  6660     WRITE TRANSCRIPT-LINE.
  6670     IF WS-TRANSCRIPT-FS NOT = '00'
  6680         DISPLAY 'UNABLE TO WRITE TRANSCRP - FILE STATUS '
  6690             WS-TRANSCRIPT-FS
  6700         PERFORM 950-ABEND-RUN
  6710     END-IF.
  6720*
  6730*-----------------------------------------------------------*
  6740* 900-TERMINATE                                              *
  6750*-----------------------------------------------------------*
  6760 900-TERMINATE.
  6770     CLOSE HISTORY-FILE.
  6780     CLOSE TRANSCRIPT-FILE.
  6790     DISPLAY 'STUDENTS ON TRANSCRIPT... ' WS-STUDENT-COUNT.
  6800     DISPLAY 'TERM ROWS REPORTED....... ' WS-TERM-COUNT.
  6810     PERFORM 930-WRITE-RUN-LOG.
  6820*
  6830*-----------------------------------------------------------*
  6840* 930-WRITE-RUN-LOG                                          *
  6850*                                                            *
  6860* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  6870* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  6880* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  6890*-----------------------------------------------------------*
  6900 930-WRITE-RUN-LOG.
  6910     OPEN EXTEND RUN-LOG-FILE.
  6920     IF WS-RUNLOG-FS NOT = '00'
  6930         AND WS-RUNLOG-FS NOT = '05'
  6940         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  6950             WS-RUNLOG-FS
  6960     ELSE
  6970         MOVE SPACES TO RUN-LOG-RECORD
  6980         MOVE 'TRNSCRPT'          TO RL-PROGRAM-NAME
  6990         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  7000         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  7010         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  7020         ACCEPT WS-RUN-END-TIME FROM TIME
  7030         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  7040         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  7050         MOVE WS-TERM-COUNT       TO RL-RECORDS-READ
  7060         MOVE WS-TERM-COUNT       TO RL-RECORDS-WRITTEN
  7070         MOVE ZEROES              TO RL-EXCEPTION-COUNT
  7080         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  7090         MOVE RETURN-CODE         TO RL-RETURN-CODE
  7100         MOVE WS-CHECK-TERM       TO RL-RUN-DETAIL
  7110         MOVE WS-BUSDATE-OVERRIDE TO RL-OVERRIDE-FLAG
  7120         MOVE WS-OVERRIDE-VALUE   TO RL-OVERRIDE-VALUE
  7130         WRITE RUN-LOG-RECORD
  7140         IF WS-RUNLOG-FS NOT = '00'
  7150             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  7160                 WS-RUNLOG-FS
  7170         END-IF
  7180         CLOSE RUN-LOG-FILE
  7190     END-IF.
  7200*
  7210*-----------------------------------------------------------*
  7220* 950-ABEND-RUN                                              *
  7230*-----------------------------------------------------------*
  7240 950-ABEND-RUN.
  7250     DISPLAY 'TRNSCRPT IS ABENDING - SEE THE MESSAGE ABOVE'.
  7260     MOVE 16 TO RETURN-CODE.
  7270     PERFORM 930-WRITE-RUN-LOG.
  7280     STOP RUN.
