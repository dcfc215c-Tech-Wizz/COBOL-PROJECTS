   320*                  REQUESTED DATE IS REPORTED AS MISSING.   *
   330*                  THE REVIEWER NO LONGER HAS TO REMEMBER   *
   340*                  WHAT NORMAL LOOKS LIKE.                  *
   350* 2026-10-15 DP    THE REPORT DATE NOW DEFAULTS TO THE      *
   360*                  PRIOR BUSINESS DATE ON THE BUSDATE       *
   370*                  CONTROL FILE; THE PROMPT REMAINS ONLY AS *
   380*                  AN EXPLICIT OVERRIDE. THE RUN NOW LOGS   *
   390*                  ITS OWN RUNLOG ROW SO THAT OVERRIDE IS   *
   400*                  RECORDED. ANY RUN THAT OVERRODE ITS      *
   410*                  BUSDATE VALUE IS FOLLOWED ON THE SUMMARY *
   420*                  BY A *OVERRIDE LINE SHOWING THE VALUE    *
   430*                  KEYED, WITH AN OVERRIDE COUNT IN THE     *
   440*                  TRAILER.                                 *
   450*-----------------------------------------------------------*
   460 ENVIRONMENT DIVISION.
   470 INPUT-OUTPUT SECTION.
   480 FILE-CONTROL.
   490     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
   500         ORGANIZATION IS LINE SEQUENTIAL
   510         ACCESS MODE IS SEQUENTIAL
   520         FILE STATUS IS WS-RUNLOG-FS.
   530*
   540     SELECT SUMMARY-FILE ASSIGN TO "OPSSUMM"
   550         ORGANIZATION IS LINE SEQUENTIAL
   560         ACCESS MODE IS SEQUENTIAL
   570         FILE STATUS IS WS-SUMMARY-FS.
   580*
   590     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
   600         ORGANIZATION IS LINE SEQUENTIAL
   610         ACCESS MODE IS SEQUENTIAL
   620         FILE STATUS IS WS-BUSDATE-FS.
   630*
   640 DATA DIVISION.
   650 FILE SECTION.
   660 FD  RUN-LOG-FILE.
   670 01  RUN-LOG-RECORD.
   680     COPY RUNLOGREC.
   690*
   700 FD  SUMMARY-FILE.
   710 01  SUMMARY-LINE           PIC X(100).
   720*
   730 FD  BUS-DATE-FILE.
   740 01  BUS-DATE-RECORD.
   750     COPY BUSDREC.
   760*
   770 WORKING-STORAGE SECTION.
   780*
   790 01  WS-RUNLOG-FS           PIC X(2)  VALUE SPACES.
   800 01  WS-SUMMARY-FS          PIC X(2)  VALUE SPACES.
   810 01  WS-BUSDATE-FS          PIC X(2)  VALUE SPACES.
   820 01  END-OF-FILE            PIC X(3)  VALUE 'NO'.
   830*
   840*-----------------------------------------------------------*
   850* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
   860* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
   870* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND, AFTER   *
   880* THE LOG HAS BEEN READ AND CLOSED.                          *
   890*-----------------------------------------------------------*
   900 01  WS-RUN-START-DATE      PIC X(8)  VALUE SPACES.
   910 01  WS-RUN-START-TIME      PIC X(8)  VALUE SPACES.
   920 01  WS-RUN-END-DATE        PIC X(8)  VALUE SPACES.
   930 01  WS-RUN-END-TIME        PIC X(8)  VALUE SPACES.
   940*
   950*-----------------------------------------------------------*
   960* REPORT DATE FILTER - THE MORNING REVIEW COVERS THE PRIOR  *
   970* BUSINESS DATE FROM BUSDATE. WS-BUSDATE-OVERRIDE           *
   980* (PROMPTED, DEFAULT N) LETS THE OPERATOR KEY ANOTHER DATE, *
   990* OR BLANK TO REPORT EVERY RUN ON THE LOG; THE FLAG AND THE *
  1000* KEYED DATE GO ON THE RUNLOG ROW.                          *
  1010*-----------------------------------------------------------*
  1020 01  WS-REPORT-DATE         PIC X(8)  VALUE SPACES.
  1030 01  WS-BUSDATE-OVERRIDE    PIC X(1)  VALUE 'N'.
  1040 01  WS-OVERRIDE-VALUE      PIC X(8)  VALUE SPACES.
  1050*
  1060 01  WS-RUNS-REPORTED       PIC 9(5)  VALUE ZEROES.
  1070 01  WS-ABEND-COUNT         PIC 9(5)  VALUE ZEROES.
  1080 01  WS-OVERRIDE-COUNT      PIC 9(5)  VALUE ZEROES.
  1090 01  WS-RUNS-REPORTED-DISP  PIC ZZZZ9.
  1100 01  WS-ABEND-COUNT-DISP    PIC ZZZZ9.
  1110 01  WS-OVERRIDE-COUNT-DISP PIC ZZZZ9.
  1120*
  1130*-----------------------------------------------------------*
  1140* VOLUME ANOMALY CONTROLS - PER-PROGRAM HISTORY BUILT BY    *
  1150* THE FIRST PASS OF THE LOG (RUNS AND TOTAL RECORDS READ    *
  1160* ON DATES BEFORE THE REQUESTED ONE), THE TOLERANCE         *
  1170* PERCENT, AND THE FLAG COUNTS FOR THE TRAILER. ONCE ALL    *
  1180* 20 PROGRAM SLOTS ARE TAKEN A FURTHER PROGRAM GETS NO      *
  1190* HISTORY CHECK - WARNED ONCE, THE FIRST TIME THAT          *
  1200* HAPPENS.                                                  *
  1210*-----------------------------------------------------------*
  1220 01  WS-TOLERANCE-PCT       PIC 9(3)  VALUE 25.
  1230 01  WS-TOLERANCE-IN        PIC X(3)  VALUE SPACES.
  1240 01  WS-TOLERANCE-JUST      PIC X(3)  JUSTIFIED RIGHT
  1250                                      VALUE SPACES.
  1260 01  WS-PROGRAM-COUNT       PIC 9(2)  VALUE ZEROES.
  1270 01  WS-HIST-CAP-WARNED     PIC X(3)  VALUE 'NO'.
  1280 01  WS-VOLUME-FLAG-COUNT   PIC 9(5)  VALUE ZEROES.
  1290 01  WS-MISSING-COUNT       PIC 9(5)  VALUE ZEROES.
  1300 01  WS-VOLUME-FLAG-DISP    PIC ZZZZ9.
  1310 01  WS-MISSING-COUNT-DISP  PIC ZZZZ9.
  1320 01  WS-AVERAGE-VOLUME      PIC 9(7)V99 VALUE ZEROES.
  1330 01  WS-DEVIATION           PIC 9(7)V99 VALUE ZEROES.
  1340 01  WS-ALLOWED-DEVIATION   PIC 9(7)V99 VALUE ZEROES.
  1350 01  WS-TEST-COUNT          PIC 9(5)  VALUE ZEROES.
  1360 01  WS-TEST-TOTAL          PIC 9(9)  VALUE ZEROES.
  1370 01  WS-VOLUME-HIT          PIC X(3)  VALUE 'NO'.
  1380 01  PROGRAM-HISTORY-TABLE.
  1390     05  PROGRAM-HIST-ENTRY OCCURS 20 TIMES INDEXED BY PGM-IDX.
  1400         10  PH-PROGRAM-NAME   PIC X(8)  VALUE SPACES.
  1410         10  PH-PRIOR-RUNS     PIC 9(5)  VALUE ZEROES.
  1420         10  PH-TOTAL-READ     PIC 9(9)  VALUE ZEROES.
  1430         10  PH-TOTAL-WRITTEN  PIC 9(9)  VALUE ZEROES.
  1440         10  PH-SEEN-TODAY     PIC X(1)  VALUE 'N'.
  1450*
  1460*-----------------------------------------------------------*
  1470* FORMATTED DETAIL LINE - ONE PER RUN ON THE REQUESTED      *
  1480* DATE.                                                     *
  1490*-----------------------------------------------------------*
  1500 01  DETAIL-LINE.
  1510     05  DL-PROGRAM-NAME    PIC X(8).
  1520     05  FILLER             PIC X(2)  VALUE SPACES.
  1530     05  DL-START-TIME      PIC X(6).
  1540     05  FILLER             PIC X(1)  VALUE '-'.
  1550     05  DL-END-TIME        PIC X(6).
  1560     05  FILLER             PIC X(7)  VALUE '  READ '.
  1570     05  DL-RECORDS-READ    PIC ZZZZ9.
  1580     05  FILLER             PIC X(9)  VALUE '  WRITTEN'.
  1590     05  FILLER             PIC X(1)  VALUE SPACE.
  1600     05  DL-RECORDS-WRITTEN PIC ZZZZ9.
  1610     05  FILLER             PIC X(6)  VALUE '  EXC '.
  1620     05  DL-EXCEPTION-COUNT PIC ZZZZ9.
  1630     05  FILLER             PIC X(6)  VALUE '  DUP '.
  1640     05  DL-DUPLICATE-COUNT PIC ZZZZ9.
  1650     05  FILLER             PIC X(5)  VALUE '  RC '.
  1660     05  DL-RETURN-CODE     PIC 9(2).
  1670     05  DL-ABEND-FLAG      PIC X(7)  VALUE SPACES.
  1680     05  DL-VOLUME-FLAG     PIC X(8)  VALUE SPACES.
  1690*
  1700 PROCEDURE DIVISION.
  1710*
  1720*-----------------------------------------------------------*
  1730* 000-MAIN-PROCEDURE                                        *
  1740*-----------------------------------------------------------*
  1750 000-MAIN-PROCEDURE.
  1760     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  1770     ACCEPT WS-RUN-START-TIME FROM TIME.
  1780     PERFORM 020-READ-BUSINESS-DATE.
  1790     PERFORM 040-ACCEPT-REPORT-DATE.
  1800     IF WS-REPORT-DATE NOT = SPACES
  1810         PERFORM 060-BUILD-PROGRAM-HISTORY
  1820     END-IF.
  1830     PERFORM 050-INITIALIZE.
  1840     PERFORM 200-REPORT-ONE-RUN UNTIL END-OF-FILE = 'YES'.
  1850     PERFORM 300-PRINT-TRAILER.
  1860     PERFORM 900-TERMINATE.
  1870     PERFORM 930-WRITE-RUN-LOG.
  1880     STOP RUN.
  1890*
  1900*-----------------------------------------------------------*
  1910* 020-READ-BUSINESS-DATE                                     *
  1920*                                                            *
  1930* READS THE ONE-ROW BUSDATE CONTROL FILE THE END-OF-DAY      *
  1940* DATEADV JOB MAINTAINS. A MISSING OR EMPTY FILE IS A REAL   *
  1950* ERROR - THERE IS NO SAFE DEFAULT FOR THE DATE.             *
  1960*-----------------------------------------------------------*
  1970 020-READ-BUSINESS-DATE.
  1980     OPEN INPUT BUS-DATE-FILE.
  1990     IF WS-BUSDATE-FS NOT = '00'
  2000         DISPLAY 'UNABLE TO OPEN BUSDATE - FILE STATUS '
  2010             WS-BUSDATE-FS
  2020         PERFORM 950-ABEND-RUN
  2030     END-IF.
  2040     READ BUS-DATE-FILE
  2050         AT END
  2060             DISPLAY 'BUSDATE HOLDS NO CONTROL ROW'
  2070             PERFORM 950-ABEND-RUN
  2080     END-READ.
  2090     IF WS-BUSDATE-FS NOT = '00'
  2100         DISPLAY 'ERROR READING BUSDATE - FILE STATUS '
  2110             WS-BUSDATE-FS
  2120         PERFORM 950-ABEND-RUN
  2130     END-IF.
  2140     CLOSE BUS-DATE-FILE.
  2150*
  2160*-----------------------------------------------------------*
  2170* 040-ACCEPT-REPORT-DATE                                     *
  2180*-----------------------------------------------------------*
  2190 040-ACCEPT-REPORT-DATE.
  2200     MOVE BD-PRIOR-BUS-DATE TO WS-REPORT-DATE.
  2210     DISPLAY 'REPORT DATE FROM BUSDATE: ' WS-REPORT-DATE.
  2220     DISPLAY 'OVERRIDE THE REPORT DATE (Y/N)? '.
  2230     ACCEPT WS-BUSDATE-OVERRIDE.
  2240     IF WS-BUSDATE-OVERRIDE NOT = 'Y'
  2250         MOVE 'N' TO WS-BUSDATE-OVERRIDE
  2260     END-IF.
  2270     IF WS-BUSDATE-OVERRIDE = 'Y'
  2280         DISPLAY 'ENTER RUN DATE TO REPORT (YYYYMMDD, BLANK FOR'
  2290             ' ALL): '
  2300         ACCEPT WS-REPORT-DATE
  2310         MOVE WS-REPORT-DATE TO WS-OVERRIDE-VALUE
  2320     END-IF.
  2330     IF WS-REPORT-DATE NOT = SPACES
  2340         DISPLAY 'VOLUME TOLERANCE PCT (BLANK FOR 25): '
  2350         ACCEPT WS-TOLERANCE-IN
  2360         IF WS-TOLERANCE-IN NOT = SPACES
  2370             MOVE WS-TOLERANCE-IN TO WS-TOLERANCE-JUST
  2380             INSPECT WS-TOLERANCE-JUST
  2390                 REPLACING LEADING SPACE BY ZERO
  2400             IF WS-TOLERANCE-JUST IS NUMERIC
  2410                 MOVE WS-TOLERANCE-JUST TO WS-TOLERANCE-PCT
  2420             ELSE
  2430                 DISPLAY 'TOLERANCE MUST BE NUMERIC - GOT '
  2440                     WS-TOLERANCE-IN
  2450                 PERFORM 950-ABEND-RUN
  2460             END-IF
  2470         END-IF
  2480     END-IF.
  2490*
  2500*-----------------------------------------------------------*
  2510* 060-BUILD-PROGRAM-HISTORY                                  *
  2520*                                                            *
  2530* FIRST PASS OF THE LOG - ROLLS EVERY CLEAN (RC 0) RUN      *
  2540* DATED BEFORE THE REQUESTED DATE INTO ITS PROGRAM'S        *
  2550* HISTORY SLOT SO THE DETAIL PASS CAN COMPARE THE DAY'S     *
  2560* VOLUMES AGAINST EACH PROGRAM'S OWN AVERAGE. ABENDED RUNS  *
  2570* CARRY PARTIAL COUNTS AND WOULD DRAG THE BASELINE DOWN,    *
  2580* MASKING THE NEXT ANOMALY, SO THEY ARE LEFT OUT. THE LOG   *
  2590* IS CLOSED AGAIN SO THE DETAIL PASS IN 050-INITIALIZE      *
  2600* REOPENS IT FROM THE TOP.                                   *
  2610*-----------------------------------------------------------*
  2620 060-BUILD-PROGRAM-HISTORY.
  2630     OPEN INPUT RUN-LOG-FILE.
  2640     IF WS-RUNLOG-FS NOT = '00'
  2650         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  2660             WS-RUNLOG-FS
  2670         PERFORM 950-ABEND-RUN
  2680     END-IF.
  2690     PERFORM 065-TALLY-ONE-HISTORY-ROW
  2700         UNTIL END-OF-FILE = 'YES'.
  2710     CLOSE RUN-LOG-FILE.
  2720     MOVE 'NO' TO END-OF-FILE.
  2730*
  2740*-----------------------------------------------------------*
  2750* 065-TALLY-ONE-HISTORY-ROW                                  *
  2760*-----------------------------------------------------------*
  2770 065-TALLY-ONE-HISTORY-ROW.
  2780     PERFORM 110-READ-RUN-LOG.
  2790     IF END-OF-FILE NOT = 'YES'
  2800         AND RL-START-DATE < WS-REPORT-DATE
  2810         AND RL-RETURN-CODE = ZERO
  2820         SET PGM-IDX TO 1
  2830         SEARCH PROGRAM-HIST-ENTRY
  2840             AT END
  2850                 IF WS-PROGRAM-COUNT < 20
  2860                     ADD 1 TO WS-PROGRAM-COUNT
  2870                     SET PGM-IDX TO WS-PROGRAM-COUNT
  2880                     MOVE RL-PROGRAM-NAME
  2890                         TO PH-PROGRAM-NAME (PGM-IDX)
  2900                     MOVE 1 TO PH-PRIOR-RUNS (PGM-IDX)
  2910                     MOVE RL-RECORDS-READ
  2920                         TO PH-TOTAL-READ (PGM-IDX)
  2930                     MOVE RL-RECORDS-WRITTEN
  2940                         TO PH-TOTAL-WRITTEN (PGM-IDX)
  2950                 ELSE
  2960                     IF WS-HIST-CAP-WARNED = 'NO'
  2970                         DISPLAY 'WARNING - PROGRAM HISTORY '
  2980                             'TABLE FULL, VOLUME CHECK IS '
  2990                             'NOW INCOMPLETE'
  3000                         MOVE 'YES' TO WS-HIST-CAP-WARNED
  3010                     END-IF
  3020                 END-IF
  3030             WHEN PH-PROGRAM-NAME (PGM-IDX) = RL-PROGRAM-NAME
  3040                 ADD 1 TO PH-PRIOR-RUNS (PGM-IDX)
  3050                 ADD RL-RECORDS-READ
  3060                     TO PH-TOTAL-READ (PGM-IDX)
  3070                 ADD RL-RECORDS-WRITTEN
  3080                     TO PH-TOTAL-WRITTEN (PGM-IDX)
  3090         END-SEARCH
  3100     END-IF.
  3110*
  3120*-----------------------------------------------------------*
  3130* 050-INITIALIZE                                             *
  3140*                                                            *
  3150* A MISSING RUNLOG IS A REAL ERROR HERE - NO BATCH PROGRAM   *
  3160* HAS EVER LOGGED A RUN, SO THERE IS NOTHING TO REVIEW.      *
  3170*-----------------------------------------------------------*
  3180 050-INITIALIZE.
  3190     OPEN INPUT RUN-LOG-FILE.
  3200     IF WS-RUNLOG-FS NOT = '00'
  3210         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  3220             WS-RUNLOG-FS
  3230         PERFORM 950-ABEND-RUN
  3240     END-IF.
  3250     OPEN OUTPUT SUMMARY-FILE.
  3260     IF WS-SUMMARY-FS NOT = '00'
  3270         DISPLAY 'UNABLE TO OPEN OPSSUMM - FILE STATUS '
  3280             WS-SUMMARY-FS
  3290         PERFORM 950-ABEND-RUN
  3300     END-IF.
  3310     MOVE SPACES TO SUMMARY-LINE.
  3320     STRING '===== OPERATIONS RUN SUMMARY FOR '
  3330                                    DELIMITED BY SIZE
  3340             WS-REPORT-DATE         DELIMITED BY SIZE
  3350             ' ====='               DELIMITED BY SIZE
  3360         INTO SUMMARY-LINE
  3370     END-STRING.
  3380     IF WS-REPORT-DATE = SPACES
  3390         MOVE '===== OPERATIONS RUN SUMMARY - ALL DATES ====='
  3400             TO SUMMARY-LINE
  3410     END-IF.
  3420     PERFORM 400-WRITE-SUMMARY-LINE.
  3430     PERFORM 110-READ-RUN-LOG.
  3440*
  3450*-----------------------------------------------------------*
  3460* 110-READ-RUN-LOG                                           *
  3470*-----------------------------------------------------------*
  3480 110-READ-RUN-LOG.
  3490     READ RUN-LOG-FILE
  3500         AT END
  3510             MOVE 'YES' TO END-OF-FILE
  3520     END-READ.
  3530     IF END-OF-FILE NOT = 'YES'
  3540         AND WS-RUNLOG-FS NOT = '00'
  3550         DISPLAY 'ERROR READING RUNLOG - FILE STATUS '
  3560             WS-RUNLOG-FS
  3570         PERFORM 950-ABEND-RUN
  3580     END-IF.
  3590*
  3600*-----------------------------------------------------------*
  3610* 200-REPORT-ONE-RUN                                         *
  3620*                                                            *
  3630* PRINTS THE RUN WHEN ITS START DATE MATCHES THE REQUESTED  *
  3640* DATE (OR NO DATE WAS REQUESTED). A NON-ZERO RETURN CODE   *
  3650* IS FLAGGED AS AN ABEND, AND A RUN THAT OVERRODE ITS       *
  3660* BUSDATE VALUE GETS AN *OVERRIDE LINE BENEATH IT.          *
  3670*-----------------------------------------------------------*
  3680 200-REPORT-ONE-RUN.
  3690     IF WS-REPORT-DATE = SPACES
  3700         OR RL-START-DATE = WS-REPORT-DATE
  3710         ADD 1 TO WS-RUNS-REPORTED
  3720         MOVE RL-PROGRAM-NAME    TO DL-PROGRAM-NAME
  3730         MOVE RL-START-TIME      TO DL-START-TIME
  3740         MOVE RL-END-TIME        TO DL-END-TIME
  3750         MOVE RL-RECORDS-READ    TO DL-RECORDS-READ
  3760         MOVE RL-RECORDS-WRITTEN TO DL-RECORDS-WRITTEN
  3770         MOVE RL-EXCEPTION-COUNT TO DL-EXCEPTION-COUNT
  3780         MOVE RL-DUPLICATE-COUNT TO DL-DUPLICATE-COUNT
  3790         MOVE RL-RETURN-CODE     TO DL-RETURN-CODE
  3800         IF RL-RETURN-CODE NOT = ZERO
  3810             ADD 1 TO WS-ABEND-COUNT
  3820             MOVE ' *ABEND' TO DL-ABEND-FLAG
  3830         ELSE
  3840             MOVE SPACES TO DL-ABEND-FLAG
  3850         END-IF
  3860         MOVE SPACES TO DL-VOLUME-FLAG
  3870         IF WS-REPORT-DATE NOT = SPACES
  3880             PERFORM 210-CHECK-RUN-VOLUME
  3890         END-IF
  3900         MOVE DETAIL-LINE TO SUMMARY-LINE
  3910         PERFORM 400-WRITE-SUMMARY-LINE
  3920         IF RL-OVERRIDE-FLAG = 'Y'
  3930             PERFORM 220-REPORT-OVERRIDE
  3940         END-IF
  3950     END-IF.
  3960     PERFORM 110-READ-RUN-LOG.
  3970*
  3980*-----------------------------------------------------------*
  3990* 210-CHECK-RUN-VOLUME                                       *
  4000*                                                            *
  4010* COMPARES BOTH THE RUN'S RECORDS-READ AND RECORDS-WRITTEN  *
  4020* AGAINST THE PROGRAM'S OWN AVERAGES OVER PRIOR DATES AND   *
  4030* FLAGS THE LINE WHEN EITHER DEVIATION EXCEEDS THE          *
  4040* TOLERANCE PERCENT - A RUN THAT READ NORMALLY BUT WROTE    *
  4050* HALF ITS USUAL OUTPUT IS JUST AS SUSPECT. A PROGRAM WITH  *
  4060* NO PRIOR HISTORY HAS NOTHING TO COMPARE AGAINST AND IS    *
  4070* LEFT UNFLAGGED. ALSO MARKS THE PROGRAM AS SEEN SO THE     *
  4080* TRAILER CAN NAME THE ONES THAT NEVER RAN.                  *
  4090*-----------------------------------------------------------*
  4100 210-CHECK-RUN-VOLUME.
  4110     SET PGM-IDX TO 1.
  4120     SEARCH PROGRAM-HIST-ENTRY
  4130         AT END
  4140             CONTINUE
  4150         WHEN PH-PROGRAM-NAME (PGM-IDX) = RL-PROGRAM-NAME
  4160             MOVE 'Y' TO PH-SEEN-TODAY (PGM-IDX)
  4170             IF PH-PRIOR-RUNS (PGM-IDX) > 0
  4180                 MOVE 'NO' TO WS-VOLUME-HIT
  4190                 MOVE RL-RECORDS-READ TO WS-TEST-COUNT
  4200                 MOVE PH-TOTAL-READ (PGM-IDX)
  4210                     TO WS-TEST-TOTAL
  4220                 PERFORM 215-TEST-ONE-VOLUME
  4230                 MOVE RL-RECORDS-WRITTEN TO WS-TEST-COUNT
  4240                 MOVE PH-TOTAL-WRITTEN (PGM-IDX)
  4250                     TO WS-TEST-TOTAL
  4260                 PERFORM 215-TEST-ONE-VOLUME
  4270                 IF WS-VOLUME-HIT = 'YES'
  4280                     ADD 1 TO WS-VOLUME-FLAG-COUNT
  4290                     MOVE ' *VOLUME' TO DL-VOLUME-FLAG
  4300                 END-IF
  4310             END-IF
  4320     END-SEARCH.
  4330*
  4340*-----------------------------------------------------------*
  4350* 215-TEST-ONE-VOLUME                                        *
  4360*                                                            *
  4370* ONE COUNT AGAINST ITS OWN HISTORY - PGM-IDX STILL POINTS  *
  4380* AT THE PROGRAM'S SLOT FROM THE SEARCH ABOVE.               *
  4390*-----------------------------------------------------------*
  4400 215-TEST-ONE-VOLUME.
  4410     COMPUTE WS-AVERAGE-VOLUME ROUNDED =
  4420         WS-TEST-TOTAL / PH-PRIOR-RUNS (PGM-IDX).
  4430     IF WS-TEST-COUNT > WS-AVERAGE-VOLUME
  4440         COMPUTE WS-DEVIATION =
  4450             WS-TEST-COUNT - WS-AVERAGE-VOLUME
  4460     ELSE
  4470         COMPUTE WS-DEVIATION =
  4480             WS-AVERAGE-VOLUME - WS-TEST-COUNT
  4490     END-IF.
  4500     COMPUTE WS-ALLOWED-DEVIATION ROUNDED =
  4510         WS-AVERAGE-VOLUME * WS-TOLERANCE-PCT / 100.
  4520     IF WS-DEVIATION > WS-ALLOWED-DEVIATION
  4530         MOVE 'YES' TO WS-VOLUME-HIT
  4540     END-IF.
  4550*
  4560*-----------------------------------------------------------*
  4570* 220-REPORT-OVERRIDE                                        *
  4580*                                                            *
  4590* THE OPERATOR KEYED A VALUE IN PLACE OF THE ONE ON BUSDATE *
  4600* - THE REVIEWER SHOULD CONFIRM IT WAS MEANT. A BLANK VALUE *
  4610* IS SHOWN AS SUCH (OPSREPT ITSELF ALLOWS BLANK FOR ALL).   *
  4620*-----------------------------------------------------------*
  4630 220-REPORT-OVERRIDE.
  4640     ADD 1 TO WS-OVERRIDE-COUNT.
  4650     MOVE SPACES TO SUMMARY-LINE.
  4660     IF RL-OVERRIDE-VALUE = SPACES
  4670         STRING '          *OVERRIDE - BLANK KEYED IN PLACE OF '
  4680                                        DELIMITED BY SIZE
  4690                 'THE BUSDATE VALUE'    DELIMITED BY SIZE
  4700             INTO SUMMARY-LINE
  4710         END-STRING
  4720     ELSE
  4730         STRING '          *OVERRIDE - '
  4740                                        DELIMITED BY SIZE
  4750                 RL-OVERRIDE-VALUE      DELIMITED BY SIZE
  4760                 ' KEYED IN PLACE OF THE BUSDATE VALUE'
  4770                                        DELIMITED BY SIZE
  4780             INTO SUMMARY-LINE
  4790         END-STRING
  4800     END-IF.
  4810     PERFORM 400-WRITE-SUMMARY-LINE.
  4820*
  4830*-----------------------------------------------------------*
  4840* 300-PRINT-TRAILER                                          *
  4850*-----------------------------------------------------------*
  4860 300-PRINT-TRAILER.
  4870     IF WS-REPORT-DATE NOT = SPACES
  4880         PERFORM 320-REPORT-MISSING-PROGRAM
  4890             VARYING PGM-IDX FROM 1 BY 1
  4900             UNTIL PGM-IDX > WS-PROGRAM-COUNT
  4910     END-IF.
  4920     MOVE WS-RUNS-REPORTED TO WS-RUNS-REPORTED-DISP.
  4930     MOVE WS-ABEND-COUNT   TO WS-ABEND-COUNT-DISP.
  4940     MOVE WS-OVERRIDE-COUNT TO WS-OVERRIDE-COUNT-DISP.
  4950     MOVE SPACES TO SUMMARY-LINE.
  4960     WRITE SUMMARY-LINE FROM
  4970         '-------------------------------------------------'.
  4980     MOVE SPACES TO SUMMARY-LINE.
  4990     STRING 'RUNS: '               DELIMITED BY SIZE
  5000             WS-RUNS-REPORTED-DISP  DELIMITED BY SIZE
  5010             '  ABENDS: '          DELIMITED BY SIZE
  5020             WS-ABEND-COUNT-DISP    DELIMITED BY SIZE
  5030             '  OVERRIDES: '       DELIMITED BY SIZE
  5040             WS-OVERRIDE-COUNT-DISP DELIMITED BY SIZE
  5050         INTO SUMMARY-LINE
  5060     END-STRING.
  5070     PERFORM 400-WRITE-SUMMARY-LINE.
  5080     IF WS-REPORT-DATE NOT = SPACES
  5090         MOVE WS-VOLUME-FLAG-COUNT TO WS-VOLUME-FLAG-DISP
  5100         MOVE WS-MISSING-COUNT     TO WS-MISSING-COUNT-DISP
  5110         MOVE SPACES TO SUMMARY-LINE
  5120         STRING 'VOLUME FLAGS: '      DELIMITED BY SIZE
  5130                 WS-VOLUME-FLAG-DISP  DELIMITED BY SIZE
  5140                 '  MISSING PROGRAMS: ' DELIMITED BY SIZE
  5150                 WS-MISSING-COUNT-DISP DELIMITED BY SIZE
  5160             INTO SUMMARY-LINE
  5170         END-STRING
  5180         PERFORM 400-WRITE-SUMMARY-LINE
  5190     END-IF.
  5200     DISPLAY 'RUNS REPORTED............ ' WS-RUNS-REPORTED-DISP.
  5210     DISPLAY 'ABENDS................... ' WS-ABEND-COUNT-DISP.
  5220     DISPLAY 'OVERRIDES................ '
  5230         WS-OVERRIDE-COUNT-DISP.
  5240     IF WS-REPORT-DATE NOT = SPACES
  5250         DISPLAY 'VOLUME FLAGS............. '
  5260             WS-VOLUME-FLAG-DISP
  5270         DISPLAY 'MISSING PROGRAMS......... '
  5280             WS-MISSING-COUNT-DISP
  5290     END-IF.
  5300*
  5310*-----------------------------------------------------------*
  5320* 320-REPORT-MISSING-PROGRAM                                 *
  5330*                                                            *
  5340* A PROGRAM WITH PRIOR-DATE HISTORY ON THE LOG BUT NO RUN   *
  5350* ON THE REQUESTED DATE NEVER RAN - EXACTLY THE SILENT GAP  *
  5360* THE MORNING REVIEW USED TO MISS.                           *
  5370*-----------------------------------------------------------*
  5380 320-REPORT-MISSING-PROGRAM.
  5390     IF PH-PRIOR-RUNS (PGM-IDX) > 0
  5400         AND PH-SEEN-TODAY (PGM-IDX) = 'N'
  5410         ADD 1 TO WS-MISSING-COUNT
  5420         MOVE SPACES TO SUMMARY-LINE
  5430         STRING PH-PROGRAM-NAME (PGM-IDX) DELIMITED BY SIZE
  5440                 '  RAN ON PRIOR DATES BUT NOT ON '
  5450                                          DELIMITED BY SIZE
  5460                 WS-REPORT-DATE           DELIMITED BY SIZE
  5470                 ' *MISSING'              DELIMITED BY SIZE
  5480             INTO SUMMARY-LINE
  5490         END-STRING
  5500         PERFORM 400-WRITE-SUMMARY-LINE
  5510     END-IF.
  5520*
  5530*-----------------------------------------------------------*
  5540* 400-WRITE-SUMMARY-LINE                                     *
  5550*-----------------------------------------------------------*
  5560 400-WRITE-SUMMARY-LINE.
  5570     WRITE SUMMARY-LINE.
  5580     IF WS-SUMMARY-FS NOT = '00'
  5590         DISPLAY 'UNABLE TO WRITE OPSSUMM - FILE STATUS '
  5600             WS-SUMMARY-FS
  5610         PERFORM 950-ABEND-RUN
  5620     END-IF.
  5630*
  5640*-----------------------------------------------------------*
  5650* 900-TERMINATE                                              *
  5660*-----------------------------------------------------------*
  5670 900-TERMINATE.
  5680     CLOSE RUN-LOG-FILE.
  5690     CLOSE SUMMARY-FILE.
  5700*
  5710*-----------------------------------------------------------*
  5720* 930-WRITE-RUN-LOG                                          *
  5730*                                                            *
  5740* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  5750* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  5760* IS REPORTED BUT NEVER RE-ABENDS THE RUN. THE RUN DETAIL IS *
  5770* THE DATE REPORTED (SPACES FOR ALL DATES).                  *
  5780*-----------------------------------------------------------*
  5790 930-WRITE-RUN-LOG.
  5800     OPEN EXTEND RUN-LOG-FILE.
  5810     IF WS-RUNLOG-FS NOT = '00'
  5820         AND WS-RUNLOG-FS NOT = '05'
  5830         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  5840             WS-RUNLOG-FS
  5850     ELSE
  5860         MOVE SPACES TO RUN-LOG-RECORD
  5870         MOVE 'OPSREPT'           TO RL-PROGRAM-NAME
  5880         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  5890         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  5900         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  5910         ACCEPT WS-RUN-END-TIME FROM TIME
  5920         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  5930         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  5940         MOVE WS-RUNS-REPORTED    TO RL-RECORDS-READ
  5950         MOVE WS-RUNS-REPORTED    TO RL-RECORDS-WRITTEN
  5960         MOVE WS-ABEND-COUNT      TO RL-EXCEPTION-COUNT
  5970         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  5980         MOVE RETURN-CODE         TO RL-RETURN-CODE
  5990         MOVE WS-REPORT-DATE      TO RL-RUN-DETAIL
  6000         MOVE WS-BUSDATE-OVERRIDE TO RL-OVERRIDE-FLAG
  6010         MOVE WS-OVERRIDE-VALUE   TO RL-OVERRIDE-VALUE
  6020         WRITE RUN-LOG-RECORD
  6030         IF WS-RUNLOG-FS NOT = '00'
  6040             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  6050                 WS-RUNLOG-FS
  6060         END-IF
  6070         CLOSE RUN-LOG-FILE
  6080     END-IF.
  6090*
  6100*-----------------------------------------------------------*
  6110* 950-ABEND-RUN                                              *
  6120*                                                            *
  6130* THE LOG MAY STILL BE OPEN FOR INPUT WHEN THE RUN FAILS,   *
  6140* SO IT IS CLOSED (A STATUS 42 IF IT WAS NOT OPEN IS        *
  6150* HARMLESS) BEFORE 930-WRITE-RUN-LOG REOPENS IT FOR EXTEND. *
  6160*-----------------------------------------------------------*
  6170 950-ABEND-RUN.
  6180     DISPLAY 'OPSREPT IS ABENDING - SEE THE MESSAGE ABOVE'.
  6190     MOVE 16 TO RETURN-CODE.
  6200     CLOSE RUN-LOG-FILE.
  6210     PERFORM 930-WRITE-RUN-LOG.
  6220     STOP RUN.
