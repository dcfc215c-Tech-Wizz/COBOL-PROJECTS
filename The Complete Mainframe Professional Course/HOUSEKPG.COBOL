   340*                  FILE PROVES ROWS READ = KEPT + ARCHIVED  *
   350*                  AND THAT THE REWRITTEN FILE HOLDS        *
   360*                  EXACTLY THE KEPT ROWS.                    *
   370* 2026-10-15 DP    THE NEW EMPAUDIT EMPLOYEE MAINTENANCE     *
   380*                  TRAIL WRITTEN BY EMPMAINT IS TRIMMED THE  *
   390*                  SAME WAY - EVERY LINE STARTS WITH THE     *
   400*                  RUN DATE.                                 *
   410* 2026-10-15 DP    THE CUTOFF DATE NOW COMES FROM THE        *
   420*                  RETENTION CUTOFF ON THE BUSDATE BUSINESS- *
   430*                  DATE CONTROL FILE, WHICH DATEADV KEEPS AT *
   440*                  THE BUSINESS DATE LESS THE RETENTION      *
   450*                  DAYS. THE PROMPT REMAINS ONLY AS AN       *
   460*                  EXPLICIT OVERRIDE, LOGGED ON THE RUNLOG   *
   470*                  ROW WITH THE KEYED DATE.                  *
   480*-----------------------------------------------------------*
   490 ENVIRONMENT DIVISION.
   500 INPUT-OUTPUT SECTION.
   510 FILE-CONTROL.
   520     SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
   530         ORGANIZATION IS LINE SEQUENTIAL
   540         ACCESS MODE IS SEQUENTIAL
   550         FILE STATUS IS WS-LIVE-FS.
   560*
   570     SELECT OPTIONAL ARCHIVE-FILE
   580         ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
   590         ORGANIZATION IS LINE SEQUENTIAL
   600         ACCESS MODE IS SEQUENTIAL
   610         FILE STATUS IS WS-ARCHIVE-FS.
   620*
   630     SELECT WORK-FILE ASSIGN TO "HSKPWORK"
   640         ORGANIZATION IS LINE SEQUENTIAL
   650         ACCESS MODE IS SEQUENTIAL
   660         FILE STATUS IS WS-WORK-FS.
   670*
   680     SELECT CONTROL-REPORT ASSIGN TO "HSKPRPT"
   690         ORGANIZATION IS LINE SEQUENTIAL
   700         ACCESS MODE IS SEQUENTIAL
   710         FILE STATUS IS WS-REPORT-FS.
   720*
   730     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   740         ORGANIZATION IS LINE SEQUENTIAL
   750         ACCESS MODE IS SEQUENTIAL
   760         FILE STATUS IS WS-RUNLOG-FS.
   770*
   780     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
   790         ORGANIZATION IS LINE SEQUENTIAL
   800         ACCESS MODE IS SEQUENTIAL
   810         FILE STATUS IS WS-BUSDATE-FS.
   820*
   830 DATA DIVISION.
   840 FILE SECTION.
   850 FD  LIVE-FILE.
   860 01  LIVE-RECORD            PIC X(200).
   870*
   880 FD  ARCHIVE-FILE.
   890 01  ARCHIVE-RECORD         PIC X(200).
   900*
   910 FD  WORK-FILE.
   920 01  WORK-RECORD            PIC X(200).
   930*
   940 FD  CONTROL-REPORT.
   950 01  REPORT-LINE            PIC X(100).
   960*
   970 FD  RUN-LOG-FILE.
   980 01  RUN-LOG-RECORD.
   990     COPY RUNLOGREC.
  1000*
  1010 FD  BUS-DATE-FILE.
  1020 01  BUS-DATE-RECORD.
  1030     COPY BUSDREC.
  1040*
  1050 WORKING-STORAGE SECTION.
  1060*
  1070 01  WS-LIVE-FS             PIC X(2) VALUE SPACES.
  1080 01  WS-ARCHIVE-FS          PIC X(2) VALUE SPACES.
  1090 01  WS-WORK-FS             PIC X(2) VALUE SPACES.
  1100 01  WS-REPORT-FS           PIC X(2) VALUE SPACES.
  1110 01  WS-RUNLOG-FS           PIC X(2) VALUE SPACES.
  1120 01  WS-BUSDATE-FS          PIC X(2) VALUE SPACES.
  1130 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1140*
  1150 01  WS-LIVE-NAME           PIC X(30) VALUE SPACES.
  1160 01  WS-ARCHIVE-NAME        PIC X(30) VALUE SPACES.
  1170*
  1180*-----------------------------------------------------------*
  1190* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1200* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1210* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND - AFTER  *
  1220* THE RUNLOG TRIM ITSELF, SO THIS RUN'S OWN ROW LANDS ON    *
  1230* THE FRESHLY REWRITTEN LOG.                                 *
  1240*-----------------------------------------------------------*
  1250 01  WS-RUN-START-DATE      PIC X(8) VALUE SPACES.
  1260 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  1270 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  1280 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  1290*
  1300*-----------------------------------------------------------*
  1310* RETENTION CONTROLS - THE CUTOFF DATE FROM BUSDATE (OR     *
  1320* KEYED BY THE OPERATOR AS AN OVERRIDE, LOGGED ON RUNLOG)    *
  1330* AND THE LIST OF FILES THE JOB COVERS, EACH WITH THE       *
  1340* OFFSET OF ITS ROW DATE (RUNLOG CARRIES THE START DATE IN  *
  1350* BYTES 9-16 OF THE RUNLOGREC ROW; THE AUDIT AND ERROR      *
  1360* FILES START EVERY LINE WITH THE RUN DATE IN BYTES 1-8).   *
  1370* A ROW WHOSE DATE FIELD IS UNREADABLE - E.G. A LEGACY      *
  1380* LINE WRITTEN BEFORE THE DATE STAMPS, OR A BALANCING       *
  1390* TRAILER - IS KEPT ON THE LIVE FILE WHERE IT STAYS         *
  1400* VISIBLE, NEVER SILENTLY ARCHIVED.                          *
  1410*-----------------------------------------------------------*
  1420 01  WS-CUTOFF-DATE         PIC X(8) VALUE SPACES.
  1430 01  WS-BUSDATE-OVERRIDE    PIC X(1) VALUE 'N'.
  1440 01  WS-OVERRIDE-VALUE      PIC X(8) VALUE SPACES.
  1450 01  WS-FILE-SUB            PIC 9(1) VALUE ZERO.
  1460 01  WS-ROW-DATE            PIC X(8) VALUE SPACES.
  1470 01  HOUSEKEEPING-FILE-LIST.
  1480     05  HK-FILE-ENTRY OCCURS 5 TIMES.
  1490         10  HK-FILE-NAME   PIC X(12).
  1500         10  HK-DATE-OFFSET PIC 9(2).
  1510*
  1520*-----------------------------------------------------------*
  1530* PER-FILE CONTROL COUNTS - READ MUST EQUAL KEPT PLUS       *
  1540* ARCHIVED, AND THE REWRITTEN LIVE FILE MUST HOLD EXACTLY   *
  1550* THE KEPT ROWS. ANY IMBALANCE IS FLAGGED ON THE REPORT     *
  1560* AND THE RUN ENDS WITH RETURN CODE 8.                       *
  1570*-----------------------------------------------------------*
  1580 01  WS-READ-COUNT          PIC 9(7) VALUE ZEROES.
  1590 01  WS-KEPT-COUNT          PIC 9(7) VALUE ZEROES.
  1600 01  WS-ARCHIVED-COUNT      PIC 9(7) VALUE ZEROES.
  1610 01  WS-REWRITTEN-COUNT     PIC 9(7) VALUE ZEROES.
  1620 01  WS-TOTAL-READ          PIC 9(7) VALUE ZEROES.
  1630 01  WS-TOTAL-ARCHIVED      PIC 9(7) VALUE ZEROES.
  1640 01  WS-READ-DISP           PIC ZZZZZZ9.
  1650 01  WS-KEPT-DISP           PIC ZZZZZZ9.
  1660 01  WS-ARCHIVED-DISP       PIC ZZZZZZ9.
  1670 01  WS-REWRITTEN-DISP      PIC ZZZZZZ9.
  1680*
  1690 PROCEDURE DIVISION.
  1700*
  1710*-----------------------------------------------------------*
  1720* 000-MAIN-PROCEDURE                                        *
  1730*-----------------------------------------------------------*
  1740 000-MAIN-PROCEDURE.
  1750     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  1760     ACCEPT WS-RUN-START-TIME FROM TIME.
  1770     PERFORM 020-READ-BUSINESS-DATE.
  1780     PERFORM 040-ACCEPT-CUTOFF-DATE.
  1790     PERFORM 050-INITIALIZE.
  1800     PERFORM 100-HOUSEKEEP-ONE-FILE
  1810         VARYING WS-FILE-SUB FROM 1 BY 1
  1820         UNTIL WS-FILE-SUB > 5.
  1830     PERFORM 900-TERMINATE.
  1840     STOP RUN.
  1850*
  1860*-----------------------------------------------------------*
  1870* 020-READ-BUSINESS-DATE                                     *
  1880*                                                            *
  1890* READS THE ONE-ROW BUSDATE CONTROL FILE THE END-OF-DAY      *
  1900* DATEADV JOB MAINTAINS. A MISSING OR EMPTY FILE IS A REAL   *
  1910* ERROR - NOTHING IS ARCHIVED ON A GUESSED CUTOFF.           *
  1920*-----------------------------------------------------------*
  1930 020-READ-BUSINESS-DATE.
  1940     OPEN INPUT BUS-DATE-FILE.
  1950     IF WS-BUSDATE-FS NOT = '00'
  1960         DISPLAY 'UNABLE TO OPEN BUSDATE - FILE STATUS '
  1970             WS-BUSDATE-FS
  1980         PERFORM 950-ABEND-RUN
  1990     END-IF.
  2000     READ BUS-DATE-FILE
  2010         AT END
  2020             DISPLAY 'BUSDATE HOLDS NO CONTROL ROW'
  2030             PERFORM 950-ABEND-RUN
  2040     END-READ.
  2050     IF WS-BUSDATE-FS NOT = '00'
  2060         DISPLAY 'ERROR READING BUSDATE - FILE STATUS '
  2070             WS-BUSDATE-FS
  2080         PERFORM 950-ABEND-RUN
  2090     END-IF.
  2100     CLOSE BUS-DATE-FILE.
  2110*
  2120*-----------------------------------------------------------*
  2130* 040-ACCEPT-CUTOFF-DATE                                     *
  2140*-----------------------------------------------------------*
  2150 040-ACCEPT-CUTOFF-DATE.
  2160     MOVE BD-RETENTION-CUTOFF TO WS-CUTOFF-DATE.
  2170     DISPLAY 'RETENTION CUTOFF FROM BUSDATE: ' WS-CUTOFF-DATE.
  2180     DISPLAY 'OVERRIDE THE RETENTION CUTOFF (Y/N)? '.
  2190     ACCEPT WS-BUSDATE-OVERRIDE.
  2200     IF WS-BUSDATE-OVERRIDE NOT = 'Y'
  2210         MOVE 'N' TO WS-BUSDATE-OVERRIDE
  2220     END-IF.
  2230     IF WS-BUSDATE-OVERRIDE = 'Y'
  2240         DISPLAY 'ENTER RETENTION CUTOFF DATE (YYYYMMDD): '
  2250         ACCEPT WS-CUTOFF-DATE
  2260         MOVE WS-CUTOFF-DATE TO WS-OVERRIDE-VALUE
  2270     END-IF.
  2280     IF WS-CUTOFF-DATE IS NOT NUMERIC
  2290         DISPLAY 'CUTOFF DATE MUST BE YYYYMMDD - GOT '
  2300             WS-CUTOFF-DATE
  2310         PERFORM 950-ABEND-RUN
  2320     END-IF.
  2330*
  2340*-----------------------------------------------------------*
  2350* 050-INITIALIZE                                             *
  2360*-----------------------------------------------------------*
  2370 050-INITIALIZE.
  2380     MOVE 'RUNLOG'   TO HK-FILE-NAME (1).
  2390     MOVE 9          TO HK-DATE-OFFSET (1).
  2400     MOVE 'STUAUDIT' TO HK-FILE-NAME (2).
  2410     MOVE 1          TO HK-DATE-OFFSET (2).
  2420     MOVE 'CATLOG'   TO HK-FILE-NAME (3).
  2430     MOVE 1          TO HK-DATE-OFFSET (3).
  2440     MOVE 'TAXERRS'  TO HK-FILE-NAME (4).
  2450     MOVE 1          TO HK-DATE-OFFSET (4).
  2460     MOVE 'EMPAUDIT' TO HK-FILE-NAME (5).
  2470     MOVE 1          TO HK-DATE-OFFSET (5).
  2480     OPEN OUTPUT CONTROL-REPORT.
  2490     IF WS-REPORT-FS NOT = '00'
  2500         DISPLAY 'UNABLE TO OPEN HSKPRPT - FILE STATUS '
  2510             WS-REPORT-FS
  2520         PERFORM 950-ABEND-RUN
  2530     END-IF.
  2540     MOVE SPACES TO REPORT-LINE.
  2550     STRING '===== HOUSEKEEPING - CUTOFF '
  2560                                 DELIMITED BY SIZE
  2570             WS-CUTOFF-DATE      DELIMITED BY SIZE
  2580             ' ====='            DELIMITED BY SIZE
  2590         INTO REPORT-LINE
  2600     END-STRING.
  2610     PERFORM 400-WRITE-REPORT-LINE.
  2620*
  2630*-----------------------------------------------------------*
  2640* 100-HOUSEKEEP-ONE-FILE                                     *
  2650*                                                            *
  2660* PASS 1 SPLITS THE LIVE FILE BETWEEN THE DATED ARCHIVE     *
  2670* AND THE WORK FILE; PASS 2 REWRITES THE LIVE FILE FROM     *
  2680* THE WORK FILE. A LIVE FILE THAT IS NOT PRESENT IS         *
  2690* REPORTED AND SKIPPED - NOTHING HAS EVER APPENDED TO IT.   *
  2700*-----------------------------------------------------------*
  2710 100-HOUSEKEEP-ONE-FILE.
  2720     MOVE ZEROES TO WS-READ-COUNT.
  2730     MOVE ZEROES TO WS-KEPT-COUNT.
  2740     MOVE ZEROES TO WS-ARCHIVED-COUNT.
  2750     MOVE ZEROES TO WS-REWRITTEN-COUNT.
  2760     MOVE HK-FILE-NAME (WS-FILE-SUB) TO WS-LIVE-NAME.
  2770     MOVE SPACES TO WS-ARCHIVE-NAME.
  2780     STRING HK-FILE-NAME (WS-FILE-SUB)
  2790                             DELIMITED BY SPACE
  2800             '.ARC'          DELIMITED BY SIZE
  2810             WS-RUN-START-DATE DELIMITED BY SIZE
  2820         INTO WS-ARCHIVE-NAME
  2830     END-STRING.
  2840     OPEN INPUT LIVE-FILE.
  2850     IF WS-LIVE-FS = '35'
  2860         PERFORM 180-REPORT-FILE-MISSING
  2870     ELSE
  2880         IF WS-LIVE-FS NOT = '00'
  2890             DISPLAY 'UNABLE TO OPEN ' WS-LIVE-NAME
  2900                 ' - FILE STATUS ' WS-LIVE-FS
  2910             PERFORM 950-ABEND-RUN
  2920         END-IF
  2930         PERFORM 120-SPLIT-LIVE-FILE
  2940         PERFORM 150-REWRITE-LIVE-FILE
  2950         PERFORM 190-REPORT-FILE-RESULT
  2960     END-IF.
  2970*
  2980*-----------------------------------------------------------*
  2990* 120-SPLIT-LIVE-FILE                                        *
  3000*                                                            *
  3010* THE ARCHIVE IS OPENED EXTEND - A SAME-DAY RERUN APPENDS   *
  3020* TO THE DAY'S ARCHIVE INSTEAD OF REPLACING IT, SO ROWS AN  *
  3030* EARLIER RUN ALREADY MOVED OFF THE LIVE FILE CAN NEVER BE  *
  3040* DESTROYED. STATUS 05 JUST MEANS THIS IS THE DAY'S FIRST   *
  3050* USE OF THE FILE.                                           *
  3060*-----------------------------------------------------------*
  3070 120-SPLIT-LIVE-FILE.
  3080     OPEN EXTEND ARCHIVE-FILE.
  3090     IF WS-ARCHIVE-FS NOT = '00'
  3100         AND WS-ARCHIVE-FS NOT = '05'
  3110         DISPLAY 'UNABLE TO OPEN ' WS-ARCHIVE-NAME
  3120             ' - FILE STATUS ' WS-ARCHIVE-FS
  3130         PERFORM 950-ABEND-RUN
  3140     END-IF.
  3150     OPEN OUTPUT WORK-FILE.
  3160     IF WS-WORK-FS NOT = '00'
  3170         DISPLAY 'UNABLE TO OPEN HSKPWORK - FILE STATUS '
  3180             WS-WORK-FS
  3190         PERFORM 950-ABEND-RUN
  3200     END-IF.
  3210     MOVE 'NO' TO END-OF-FILE.
  3220     PERFORM 130-SPLIT-ONE-ROW UNTIL END-OF-FILE = 'YES'.
  3230     CLOSE LIVE-FILE.
  3240     CLOSE ARCHIVE-FILE.
  3250     CLOSE WORK-FILE.
  3260*
  3270*-----------------------------------------------------------*
  3280* 130-SPLIT-ONE-ROW                                          *
  3290*-----------------------------------------------------------*
  3300 130-SPLIT-ONE-ROW.
  3310     READ LIVE-FILE
  3320         AT END
  3330             MOVE 'YES' TO END-OF-FILE
  3340     END-READ.
  3350     IF END-OF-FILE NOT = 'YES'
  3360         IF WS-LIVE-FS NOT = '00'
  3370             DISPLAY 'ERROR READING ' WS-LIVE-NAME
  3380                 ' - FILE STATUS ' WS-LIVE-FS
  3390             PERFORM 950-ABEND-RUN
  3400         END-IF
  3410         ADD 1 TO WS-READ-COUNT
  3420         ADD 1 TO WS-TOTAL-READ
  3430         PERFORM 140-ROUTE-ONE-ROW
  3440     END-IF.
  3450*
  3460*-----------------------------------------------------------*
  3470* 140-ROUTE-ONE-ROW                                          *
  3480*                                                            *
  3490* THE ROW DATE IS TAKEN FROM THE FILE'S OWN OFFSET. THE     *
  3500* ROW IS KEPT WHEN ITS DATE IS ON OR AFTER THE CUTOFF, OR   *
  3510* WHEN THE DATE FIELD IS UNREADABLE (A LEGACY UNDATED LINE  *
  3520* OR A BALANCING TRAILER); OTHERWISE IT GOES TO THE         *
  3530* ARCHIVE.                                                   *
  3540*-----------------------------------------------------------*
  3550 140-ROUTE-ONE-ROW.
  3560     MOVE LIVE-RECORD (HK-DATE-OFFSET (WS-FILE-SUB) : 8)
  3570         TO WS-ROW-DATE.
  3580     IF WS-ROW-DATE IS NOT NUMERIC
  3590         OR WS-ROW-DATE NOT < WS-CUTOFF-DATE
  3600         PERFORM 145-KEEP-ROW
  3610     ELSE
  3620         PERFORM 148-ARCHIVE-ROW
  3630     END-IF.
  3640*
  3650*-----------------------------------------------------------*
  3660* 145-KEEP-ROW                                               *
  3670*-----------------------------------------------------------*
  3680 145-KEEP-ROW.
  3690     ADD 1 TO WS-KEPT-COUNT.
  3700     WRITE WORK-RECORD FROM LIVE-RECORD.
  3710     IF WS-WORK-FS NOT = '00'
  3720         DISPLAY 'UNABLE TO WRITE HSKPWORK - FILE STATUS '
  3730             WS-WORK-FS
  3740         PERFORM 950-ABEND-RUN
  3750     END-IF.
  3760*
  3770*-----------------------------------------------------------*
  3780* 148-ARCHIVE-ROW                                            *
  3790*-----------------------------------------------------------*
  3800 148-ARCHIVE-ROW.
  3810     ADD 1 TO WS-ARCHIVED-COUNT.
  3820     ADD 1 TO WS-TOTAL-ARCHIVED.
  3830     WRITE ARCHIVE-RECORD FROM LIVE-RECORD.
  3840     IF WS-ARCHIVE-FS NOT = '00'
  3850         DISPLAY 'UNABLE TO WRITE ' WS-ARCHIVE-NAME
  3860             ' - FILE STATUS ' WS-ARCHIVE-FS
  3870         PERFORM 950-ABEND-RUN
  3880     END-IF.
  3890*
  3900*-----------------------------------------------------------*
  3910* 150-REWRITE-LIVE-FILE                                      *
  3920*                                                            *
  3930* COPIES THE KEPT ROWS BACK OVER THE LIVE FILE. THE COPY    *
  3940* IS COUNTED AGAIN SO THE REPORT CAN PROVE THE REWRITTEN    *
  3950* FILE HOLDS EXACTLY THE ROWS THAT WERE KEPT.                *
  3960*-----------------------------------------------------------*
  3970 150-REWRITE-LIVE-FILE.
  3980     OPEN INPUT WORK-FILE.
  3990     IF WS-WORK-FS NOT = '00'
  4000         DISPLAY 'UNABLE TO REOPEN HSKPWORK - FILE STATUS '
  4010             WS-WORK-FS
  4020         PERFORM 950-ABEND-RUN
  4030     END-IF.
  4040     OPEN OUTPUT LIVE-FILE.
  4050     IF WS-LIVE-FS NOT = '00'
  4060         DISPLAY 'UNABLE TO REWRITE ' WS-LIVE-NAME
  4070             ' - FILE STATUS ' WS-LIVE-FS
  4080         PERFORM 950-ABEND-RUN
  4090     END-IF.
  4100     MOVE 'NO' TO END-OF-FILE.
  4110     PERFORM 160-COPY-ONE-ROW UNTIL END-OF-FILE = 'YES'.
  4120     CLOSE WORK-FILE.
  4130     CLOSE LIVE-FILE.
  4140*
  4150*-----------------------------------------------------------*
  4160* 160-COPY-ONE-ROW                                           *
  4170*-----------------------------------------------------------*
  4180 160-COPY-ONE-ROW.
  4190     READ WORK-FILE
  4200         AT END
  4210             MOVE 'YES' TO END-OF-FILE
  4220     END-READ.
  4230     IF END-OF-FILE NOT = 'YES'
  4240         IF WS-WORK-FS NOT = '00'
  4250             DISPLAY 'ERROR READING HSKPWORK - FILE STATUS '
  4260                 WS-WORK-FS
  4270             PERFORM 950-ABEND-RUN
  4280         END-IF
  4290         ADD 1 TO WS-REWRITTEN-COUNT
  4300         WRITE LIVE-RECORD FROM WORK-RECORD
  4310         IF WS-LIVE-FS NOT = '00'
  4320             DISPLAY 'UNABLE TO WRITE ' WS-LIVE-NAME
  4330                 ' - FILE STATUS ' WS-LIVE-FS
  4340             PERFORM 950-ABEND-RUN
  4350         END-IF
  4360     END-IF.
  4370*
  4380*-----------------------------------------------------------*
  4390* 180-REPORT-FILE-MISSING                                    *
  4400*-----------------------------------------------------------*
  4410 180-REPORT-FILE-MISSING.
  4420     MOVE SPACES TO REPORT-LINE.
  4430     STRING HK-FILE-NAME (WS-FILE-SUB) DELIMITED BY SIZE
  4440             '  NOT PRESENT - SKIPPED' DELIMITED BY SIZE
  4450         INTO REPORT-LINE
  4460     END-STRING.
  4470     PERFORM 400-WRITE-REPORT-LINE.
  4480*
  4490*-----------------------------------------------------------*
  4500* 190-REPORT-FILE-RESULT                                     *
  4510*-----------------------------------------------------------*
  4520 190-REPORT-FILE-RESULT.
  4530     MOVE WS-READ-COUNT      TO WS-READ-DISP.
  4540     MOVE WS-KEPT-COUNT      TO WS-KEPT-DISP.
  4550     MOVE WS-ARCHIVED-COUNT  TO WS-ARCHIVED-DISP.
  4560     MOVE WS-REWRITTEN-COUNT TO WS-REWRITTEN-DISP.
  4570     MOVE SPACES TO REPORT-LINE.
  4580     STRING HK-FILE-NAME (WS-FILE-SUB) DELIMITED BY SIZE
  4590             '  READ: '       DELIMITED BY SIZE
  4600             WS-READ-DISP     DELIMITED BY SIZE
  4610             '  KEPT: '       DELIMITED BY SIZE
  4620             WS-KEPT-DISP     DELIMITED BY SIZE
  4630             '  ARCHIVED: '   DELIMITED BY SIZE
  4640             WS-ARCHIVED-DISP DELIMITED BY SIZE
  4650             '  REWRITTEN: '  DELIMITED BY SIZE
  4660             WS-REWRITTEN-DISP DELIMITED BY SIZE
  4670         INTO REPORT-LINE
  4680     END-STRING.
  4690     PERFORM 400-WRITE-REPORT-LINE.
  4700     IF WS-READ-COUNT = WS-KEPT-COUNT + WS-ARCHIVED-COUNT
  4710         AND WS-REWRITTEN-COUNT = WS-KEPT-COUNT
  4720         MOVE SPACES TO REPORT-LINE
  4730         WRITE REPORT-LINE FROM '   BALANCED'
  4740     ELSE
  4750         MOVE SPACES TO REPORT-LINE
  4760         WRITE REPORT-LINE FROM '   *** OUT OF BALANCE ***'
  4770         MOVE 8 TO RETURN-CODE
  4780     END-IF.
  4790*
  4800*-----------------------------------------------------------*
  4810* 400-WRITE-REPORT-LINE                                      *
  4820*-----------------------------------------------------------*
  4830 400-WRITE-REPORT-LINE.
  4840     WRITE REPORT-LINE.
  4850     IF WS-REPORT-FS NOT = '00'
  4860         DISPLAY 'UNABLE TO WRITE HSKPRPT - FILE STATUS '
  4870             WS-REPORT-FS
  4880         PERFORM 950-ABEND-RUN
  4890     END-IF.
  4900*
  4910*-----------------------------------------------------------*
  4920* 900-TERMINATE                                              *
  4930*-----------------------------------------------------------*
  4940 900-TERMINATE.
  4950     CLOSE CONTROL-REPORT.
  4960     DISPLAY 'HOUSEKEEPING CUTOFF...... ' WS-CUTOFF-DATE.
  4970     MOVE WS-TOTAL-READ TO WS-READ-DISP.
  4980     MOVE WS-TOTAL-ARCHIVED TO WS-ARCHIVED-DISP.
  4990     DISPLAY 'TOTAL ROWS READ.......... ' WS-READ-DISP.
  5000     DISPLAY 'TOTAL ROWS ARCHIVED...... ' WS-ARCHIVED-DISP.
  5010     PERFORM 930-WRITE-RUN-LOG.
  5020*
  5030*-----------------------------------------------------------*
  5040* 930-WRITE-RUN-LOG                                          *
  5050*                                                            *
  5060* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE - AFTER  *
  5070* THE TRIM, SO THE ROW LANDS ON THE REWRITTEN LOG. CALLED   *
  5080* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE  *
  5090* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  5100*-----------------------------------------------------------*
  5110 930-WRITE-RUN-LOG.
  5120     OPEN EXTEND RUN-LOG-FILE.
  5130     IF WS-RUNLOG-FS NOT = '00'
  5140         AND WS-RUNLOG-FS NOT = '05'
  5150         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  5160             WS-RUNLOG-FS
  5170     ELSE
  5180         MOVE SPACES TO RUN-LOG-RECORD
  5190         MOVE 'HOUSEKPG'          TO RL-PROGRAM-NAME
  5200         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  5210         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  5220         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  5230         ACCEPT WS-RUN-END-TIME FROM TIME
  5240         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  5250         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  5260         MOVE WS-TOTAL-READ       TO RL-RECORDS-READ
  5270         MOVE WS-TOTAL-ARCHIVED   TO RL-RECORDS-WRITTEN
  5280         MOVE ZEROES              TO RL-EXCEPTION-COUNT
  5290         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  5300         MOVE RETURN-CODE         TO RL-RETURN-CODE
  5310         MOVE WS-CUTOFF-DATE      TO RL-RUN-DETAIL
  5320         MOVE WS-BUSDATE-OVERRIDE TO RL-OVERRIDE-FLAG
  5330         MOVE WS-OVERRIDE-VALUE   TO RL-OVERRIDE-VALUE
  5340         WRITE RUN-LOG-RECORD
  5350         IF WS-RUNLOG-FS NOT = '00'
  5360             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  5370                 WS-RUNLOG-FS
  5380         END-IF
  5390         CLOSE RUN-LOG-FILE
  5400     END-IF.
  5410*
  5420*-----------------------------------------------------------*
  5430* 950-ABEND-RUN                                              *
  5440*-----------------------------------------------------------*
  5450 950-ABEND-RUN.
  5460     DISPLAY 'HOUSEKPG IS ABENDING - SEE THE FILE STATUS'.
  5470     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  5480     MOVE 16 TO RETURN-CODE.
  5490     PERFORM 930-WRITE-RUN-LOG.
  5500     STOP RUN.
