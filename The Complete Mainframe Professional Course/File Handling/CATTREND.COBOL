    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    CATTREND.
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
   130* 2026-10-15 DP    ORIGINAL VERSION - RATING TREND REPORT   *
   140*                  FROM THE RATEHIST RATING HISTORY THAT    *
   150*                  CATMAINT WRITES. FOR A DATE RANGE        *
   160*                  ENTERED AT STARTUP, LISTS EVERY TITLE    *
   170*                  WHOSE RATING WAS SET IN THE RANGE WITH   *
   180*                  ITS FIRST, LATEST, LOWEST AND HIGHEST    *
   190*                  RATING, THE TITLES CHANGED MORE THAN N   *
   200*                  TIMES, AND THE BIGGEST RISERS AND        *
   210*                  FALLERS, TO TRENDRPT.                    *
   220*-----------------------------------------------------------*
   230 ENVIRONMENT DIVISION.
   240 INPUT-OUTPUT SECTION.
   250 FILE-CONTROL.
   260     SELECT RATING-HIST-FILE ASSIGN TO "RATEHIST"
   270         ORGANIZATION IS INDEXED
   280         ACCESS MODE IS SEQUENTIAL
   290         RECORD KEY IS RH-KEY
   300         FILE STATUS IS WS-RATEHIST-FS.
   310*
   320     SELECT TREND-REPORT ASSIGN TO "TRENDRPT"
   330         ORGANIZATION IS LINE SEQUENTIAL
   340         ACCESS MODE IS SEQUENTIAL
   350         FILE STATUS IS WS-REPORT-FS.
   360*
   370     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   380         ORGANIZATION IS LINE SEQUENTIAL
   390         ACCESS MODE IS SEQUENTIAL
   400         FILE STATUS IS WS-RUNLOG-FS.
   410*
   420 DATA DIVISION.
   430 FILE SECTION.
   440 FD  RATING-HIST-FILE.
   450 01  RATING-HISTORY-RECORD.
   460     COPY RATHREC.
   470*
   480 FD  TREND-REPORT.
   490 01  REPORT-LINE            PIC X(132).
   500*
   510 FD  RUN-LOG-FILE.
   520 01  RUN-LOG-RECORD.
   530     COPY RUNLOGREC.
   540*
   550 WORKING-STORAGE SECTION.
   560*
   570 01  WS-RATEHIST-FS         PIC X(2) VALUE SPACES.
   580 01  WS-REPORT-FS           PIC X(2) VALUE SPACES.
   590 01  WS-RUNLOG-FS           PIC X(2) VALUE SPACES.
   600 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
   610*
   620*-----------------------------------------------------------*
   630* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
   640* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
   650* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
   660*-----------------------------------------------------------*
   670 01  WS-RUN-START-DATE      PIC X(8) VALUE SPACES.
   680 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
   690 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
   700 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
   710*
   720*-----------------------------------------------------------*
   730* REPORT PARAMETERS - ENTERED AT STARTUP. A BLANK FROM DATE *
   740* MEANS FROM THE START OF THE HISTORY, A BLANK TO DATE      *
   750* MEANS TODAY. A TITLE IS LISTED AS FREQUENTLY CHANGED WHEN *
   760* ITS RATING WAS CHANGED MORE THAN WS-MIN-CHANGES TIMES IN  *
   770* THE RANGE (DEFAULT 3), AND THE RISER AND FALLER LISTS     *
   780* STOP AT WS-TOP-N TITLES EACH (DEFAULT 10).                *
   790*-----------------------------------------------------------*
   800 01  WS-DATE-FROM           PIC X(8) VALUE SPACES.
   810 01  WS-DATE-TO             PIC X(8) VALUE SPACES.
   820 01  WS-DATE-IN             PIC X(8) VALUE SPACES.
   830 01  WS-MIN-CHANGES         PIC 9(3) VALUE 3.
   840 01  WS-TOP-N               PIC 9(3) VALUE 10.
   850 01  WS-NUMBER-IN           PIC X(3) VALUE SPACES.
   860 01  WS-NUMBER-JUST         PIC X(3) JUSTIFIED RIGHT
   870                                     VALUE SPACES.
   880*
   890*-----------------------------------------------------------*
   900* THE TITLE BEING ACCUMULATED - RATEHIST COMES BACK GROUPED *
   910* BY TITLE+YEAR, SO EACH TITLE'S ROWS IN THE RANGE ARE      *
   920* GATHERED HERE AND MOVED TO THE TREND TABLE WHEN THE NEXT  *
   930* TITLE STARTS. THE FIRST RATING IS THE ONE THE TITLE HELD  *
   940* GOING INTO THE RANGE (THE PREVIOUS RATING OF ITS FIRST    *
   950* CHANGE, OR THE RATING IT WAS ADDED WITH). ONLY CHANGES    *
   960* COUNT TOWARDS THE CHANGE COUNT - THE ADD DOES NOT.        *
   970*-----------------------------------------------------------*
   980 01  WS-CUR-ACTIVE          PIC X(3) VALUE 'NO'.
   990 01  WS-CUR-TITLE           PIC X(100) VALUE SPACES.
  1000 01  WS-CUR-YEAR            PIC X(4) VALUE SPACES.
  1010 01  WS-CUR-FIRST           PIC 9(3)V9(1) VALUE ZEROES.
  1020 01  WS-CUR-LATEST          PIC 9(3)V9(1) VALUE ZEROES.
  1030 01  WS-CUR-LOW             PIC 9(3)V9(1) VALUE ZEROES.
  1040 01  WS-CUR-HIGH            PIC 9(3)V9(1) VALUE ZEROES.
  1050 01  WS-CUR-CHANGES         PIC 9(3) VALUE ZEROES.
  1060*
  1070*-----------------------------------------------------------*
  1080* TREND TABLE - ONE ENTRY PER TITLE WITH A RATING SET IN    *
  1090* THE RANGE, IN RATEHIST KEY ORDER UNTIL THE RISER/FALLER   *
  1100* SORT REORDERS IT BY MOVEMENT (LATEST LESS FIRST). ONCE    *
  1110* ALL 2000 SLOTS ARE TAKEN ANY FURTHER TITLE IS LEFT OFF    *
  1120* THE REPORT - WARNED ONCE, THE FIRST TIME IT HAPPENS, AND  *
  1130* NOTED ON THE TRAILER.                                      *
  1140*-----------------------------------------------------------*
  1150 01  WS-TREND-COUNT         PIC 9(4) VALUE ZEROES.
  1160 01  WS-TREND-CAP-WARNED    PIC X(3) VALUE 'NO'.
  1170 01  WS-TREND-DROPPED       PIC 9(5) VALUE ZEROES.
  1180 01  TREND-TABLE.
  1190     05  TREND-ENTRY OCCURS 2000 TIMES.
  1200         10  TRD-TITLE      PIC X(100).
  1210         10  TRD-YEAR       PIC X(4).
  1220         10  TRD-FIRST      PIC 9(3)V9(1).
  1230         10  TRD-LATEST     PIC 9(3)V9(1).
  1240         10  TRD-LOW        PIC 9(3)V9(1).
  1250         10  TRD-HIGH       PIC 9(3)V9(1).
  1260         10  TRD-CHANGES    PIC 9(3).
  1270         10  TRD-MOVEMENT   PIC S9(3)V9(1).
  1280*
  1290*-----------------------------------------------------------*
  1300* SORT AND PRINT WORK FIELDS                                 *
  1310*-----------------------------------------------------------*
  1320 01  WS-SORT-I              PIC 9(4) VALUE ZEROES.
  1330 01  WS-SORT-J              PIC 9(4) VALUE ZEROES.
  1340 01  WS-SORT-START          PIC 9(4) VALUE ZEROES.
  1350 01  WS-SWAP-ENTRY          PIC X(127) VALUE SPACES.
  1360 01  WS-PRINT-SUB           PIC 9(4) VALUE ZEROES.
  1370 01  WS-LISTED              PIC 9(4) VALUE ZEROES.
  1380*
  1390 01  WS-FIRST-EDIT          PIC ZZ9.9.
  1400 01  WS-LATEST-EDIT         PIC ZZ9.9.
  1410 01  WS-LOW-EDIT            PIC ZZ9.9.
  1420 01  WS-HIGH-EDIT           PIC ZZ9.9.
  1430 01  WS-CHANGES-EDIT        PIC ZZ9.
  1440 01  WS-MOVEMENT-EDIT       PIC -ZZ9.9.
  1450 01  WS-MIN-CHANGES-EDIT    PIC ZZ9.
  1460 01  WS-TOP-N-EDIT          PIC ZZ9.
  1470*
  1480*-----------------------------------------------------------*
  1490* RUN COUNTS - PRINTED AS A TRAILER ON TRENDRPT.             *
  1500*-----------------------------------------------------------*
  1510 01  WS-READ-COUNT          PIC 9(5) VALUE ZEROES.
  1520 01  WS-IN-RANGE-COUNT      PIC 9(5) VALUE ZEROES.
  1530 01  WS-FREQUENT-COUNT      PIC 9(5) VALUE ZEROES.
  1540 01  WS-READ-COUNT-DISP     PIC ZZZZ9.
  1550 01  WS-IN-RANGE-DISP       PIC ZZZZ9.
  1560 01  WS-TREND-COUNT-DISP    PIC ZZZZ9.
  1570 01  WS-FREQUENT-DISP       PIC ZZZZ9.
  1580 01  WS-DROPPED-DISP        PIC ZZZZ9.
  1590*
  1600 PROCEDURE DIVISION.
  1610*
  1620*-----------------------------------------------------------*
  1630* 000-MAIN-PROCEDURE                                        *
  1640*-----------------------------------------------------------*
  1650 000-MAIN-PROCEDURE.
  1660     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  1670     ACCEPT WS-RUN-START-TIME FROM TIME.
  1680     PERFORM 040-ACCEPT-PARAMETERS.
  1690     PERFORM 050-INITIALIZE.
  1700     PERFORM 100-PROCESS-HISTORY UNTIL END-OF-FILE = 'YES'.
  1710     PERFORM 140-CLOSE-TITLE.
  1720     PERFORM 300-PRINT-REPORT.
  1730     PERFORM 900-TERMINATE.
  1740     STOP RUN.
  1750*
  1760*-----------------------------------------------------------*
  1770* 040-ACCEPT-PARAMETERS                                      *
  1780*                                                            *
  1790* DATES ARE KEYED YYYYMMDD, THE SAME FORM AS RH-EFF-DATE.   *
  1800* A RANGE THAT ENDS BEFORE IT STARTS IS AN OPERATOR ERROR.  *
  1810*-----------------------------------------------------------*
  1820 040-ACCEPT-PARAMETERS.
  1830     DISPLAY 'RATINGS SET FROM DATE (YYYYMMDD, BLANK FOR ALL): '.
  1840     ACCEPT WS-DATE-IN.
  1850     IF WS-DATE-IN = SPACES
  1860         MOVE '00000000' TO WS-DATE-FROM
  1870     ELSE
  1880         PERFORM 045-EDIT-DATE
  1890         MOVE WS-DATE-IN TO WS-DATE-FROM
  1900     END-IF.
  1910     DISPLAY 'RATINGS SET TO DATE (YYYYMMDD, BLANK FOR TODAY): '.
  1920     ACCEPT WS-DATE-IN.
  1930     IF WS-DATE-IN = SPACES
  1940         MOVE WS-RUN-START-DATE TO WS-DATE-TO
  1950     ELSE
  1960         PERFORM 045-EDIT-DATE
  1970         MOVE WS-DATE-IN TO WS-DATE-TO
  1980     END-IF.
  1990     IF WS-DATE-TO < WS-DATE-FROM
  2000         DISPLAY 'TO DATE ' WS-DATE-TO
  2010             ' IS BEFORE FROM DATE ' WS-DATE-FROM
  2020         PERFORM 950-ABEND-RUN
  2030     END-IF.
  2040     DISPLAY 'LIST TITLES CHANGED MORE THAN (BLANK FOR 3): '.
  2050     ACCEPT WS-NUMBER-IN.
  2060     IF WS-NUMBER-IN NOT = SPACES
  2070         PERFORM 048-EDIT-NUMBER
  2080         MOVE WS-NUMBER-JUST TO WS-MIN-CHANGES
  2090     END-IF.
  2100     DISPLAY 'RISERS/FALLERS TO LIST (BLANK FOR 10): '.
  2110     ACCEPT WS-NUMBER-IN.
  2120     IF WS-NUMBER-IN NOT = SPACES
  2130         PERFORM 048-EDIT-NUMBER
  2140         MOVE WS-NUMBER-JUST TO WS-TOP-N
  2150     END-IF.
  2160*
  2170*-----------------------------------------------------------*
  2180* 045-EDIT-DATE                                              *
  2190*-----------------------------------------------------------*
  2200 045-EDIT-DATE.
  2210     IF WS-DATE-IN IS NOT NUMERIC
  2220         DISPLAY 'DATE MUST BE YYYYMMDD - GOT ' WS-DATE-IN
  2230         PERFORM 950-ABEND-RUN
  2240     END-IF.
  2250*
  2260*-----------------------------------------------------------*
  2270* 048-EDIT-NUMBER                                            *
  2280*                                                            *
  2290* RIGHT-JUSTIFIES THE ENTRY AND ZERO-FILLS IT SO 5 AND 005  *
  2300* BOTH READ AS 005. ANYTHING ELSE IS AN OPERATOR ERROR.      *
  2310*-----------------------------------------------------------*
  2320 048-EDIT-NUMBER.
  2330     MOVE WS-NUMBER-IN TO WS-NUMBER-JUST.
  2340     INSPECT WS-NUMBER-JUST
  2350         REPLACING LEADING SPACE BY ZERO.
  2360     IF WS-NUMBER-JUST IS NOT NUMERIC
  2370         DISPLAY 'ENTRY MUST BE NUMERIC - GOT ' WS-NUMBER-IN
  2380         PERFORM 950-ABEND-RUN
  2390     END-IF.
  2400*
  2410*-----------------------------------------------------------*
  2420* 050-INITIALIZE                                             *
  2430*                                                            *
  2440* FILE STATUS 35 ON RATEHIST MEANS CATMAINT HAS NEVER        *
  2450* RECORDED A RATING - THE REPORT IS PRODUCED EMPTY RATHER    *
  2460* THAN ABENDED.                                              *
  2470*-----------------------------------------------------------*
  2480 050-INITIALIZE.
  2490     OPEN OUTPUT TREND-REPORT.
  2500     IF WS-REPORT-FS NOT = '00'
  2510         DISPLAY 'UNABLE TO OPEN TRENDRPT - FILE STATUS '
  2520             WS-REPORT-FS
  2530         PERFORM 950-ABEND-RUN
  2540     END-IF.
  2550     OPEN INPUT RATING-HIST-FILE.
  2560     EVALUATE WS-RATEHIST-FS
  2570         WHEN '00'
  2580             PERFORM 110-READ-HISTORY
  2590         WHEN '35'
  2600             DISPLAY 'NO RATEHIST ON FILE - NO RATINGS RECORDED'
  2610             MOVE 'YES' TO END-OF-FILE
  2620         WHEN OTHER
  2630             DISPLAY 'UNABLE TO OPEN RATEHIST - FILE STATUS '
  2640                 WS-RATEHIST-FS
  2650             PERFORM 950-ABEND-RUN
  2660     END-EVALUATE.
  2670*
  2680*-----------------------------------------------------------*
  2690* 100-PROCESS-HISTORY                                        *
  2700*                                                            *
  2710* A ROW OUTSIDE THE DATE RANGE IS READ PAST. A ROW FOR A    *
  2720* NEW TITLE+YEAR CLOSES THE TITLE BEING GATHERED FIRST.     *
  2730*-----------------------------------------------------------*
  2740 100-PROCESS-HISTORY.
  2750     ADD 1 TO WS-READ-COUNT.
  2760     IF RH-EFF-DATE NOT < WS-DATE-FROM
  2770         AND RH-EFF-DATE NOT > WS-DATE-TO
  2780         ADD 1 TO WS-IN-RANGE-COUNT
  2790         IF WS-CUR-ACTIVE = 'YES'
  2800             AND (RH-TITLE NOT = WS-CUR-TITLE
  2810                 OR RH-YEAR NOT = WS-CUR-YEAR)
  2820             PERFORM 140-CLOSE-TITLE
  2830         END-IF
  2840         IF WS-CUR-ACTIVE = 'NO'
  2850             PERFORM 130-START-TITLE
  2860         END-IF
  2870         PERFORM 120-APPLY-ROW
  2880     END-IF.
  2890     PERFORM 110-READ-HISTORY.
  2900*
  2910*-----------------------------------------------------------*
  2920* 110-READ-HISTORY                                           *
  2930*-----------------------------------------------------------*
  2940 110-READ-HISTORY.
  2950     READ RATING-HIST-FILE
  2960         AT END
  2970             MOVE 'YES' TO END-OF-FILE
  2980     END-READ.
  2990     IF WS-RATEHIST-FS NOT = '00'
  3000         AND WS-RATEHIST-FS NOT = '10'
  3010         DISPLAY 'ERROR READING RATEHIST - FILE STATUS '
  3020             WS-RATEHIST-FS
  3030         PERFORM 950-ABEND-RUN
  3040     END-IF.
  3050*
  3060*-----------------------------------------------------------*
  3070* 120-APPLY-ROW                                              *
  3080*-----------------------------------------------------------*
  3090 120-APPLY-ROW.
  3100     MOVE RH-NEW-RATING TO WS-CUR-LATEST.
  3110     IF RH-NEW-RATING < WS-CUR-LOW
  3120         MOVE RH-NEW-RATING TO WS-CUR-LOW
  3130     END-IF.
  3140     IF RH-NEW-RATING > WS-CUR-HIGH
  3150         MOVE RH-NEW-RATING TO WS-CUR-HIGH
  3160     END-IF.
  3170     IF RH-ACTION = 'C'
  3180         ADD 1 TO WS-CUR-CHANGES
  3190     END-IF.
  3200*
  3210*-----------------------------------------------------------*
  3220* 130-START-TITLE                                            *
  3230*-----------------------------------------------------------*
  3240 130-START-TITLE.
  3250     MOVE 'YES'    TO WS-CUR-ACTIVE.
  3260     MOVE RH-TITLE TO WS-CUR-TITLE.
  3270     MOVE RH-YEAR  TO WS-CUR-YEAR.
  3280     MOVE ZEROES   TO WS-CUR-CHANGES.
  3290     IF RH-ACTION = 'C'
  3300         MOVE RH-PREV-RATING TO WS-CUR-FIRST
  3310     ELSE
  3320         MOVE RH-NEW-RATING  TO WS-CUR-FIRST
  3330     END-IF.
  3340     MOVE WS-CUR-FIRST TO WS-CUR-LATEST.
  3350     MOVE WS-CUR-FIRST TO WS-CUR-LOW.
  3360     MOVE WS-CUR-FIRST TO WS-CUR-HIGH.
  3370*
  3380*-----------------------------------------------------------*
  3390* 140-CLOSE-TITLE                                            *
  3400*                                                            *
  3410* MOVES THE TITLE JUST GATHERED TO THE TREND TABLE. ALSO     *
  3420* PERFORMED ONCE AFTER THE LAST ROW, WHEN IT DOES NOTHING IF *
  3430* NO ROW FELL IN THE RANGE.                                  *
  3440*-----------------------------------------------------------*
  3450 140-CLOSE-TITLE.
  3460     IF WS-CUR-ACTIVE = 'YES'
  3470         IF WS-TREND-COUNT < 2000
  3480             ADD 1 TO WS-TREND-COUNT
  3490             MOVE WS-CUR-TITLE   TO TRD-TITLE (WS-TREND-COUNT)
  3500             MOVE WS-CUR-YEAR    TO TRD-YEAR (WS-TREND-COUNT)
  3510             MOVE WS-CUR-FIRST   TO TRD-FIRST (WS-TREND-COUNT)
  3520             MOVE WS-CUR-LATEST  TO TRD-LATEST (WS-TREND-COUNT)
  3530             MOVE WS-CUR-LOW     TO TRD-LOW (WS-TREND-COUNT)
  3540             MOVE WS-CUR-HIGH    TO TRD-HIGH (WS-TREND-COUNT)
  3550             MOVE WS-CUR-CHANGES TO TRD-CHANGES (WS-TREND-COUNT)
  3560             COMPUTE TRD-MOVEMENT (WS-TREND-COUNT) =
  3570                 WS-CUR-LATEST - WS-CUR-FIRST
  3580         ELSE
  3590             ADD 1 TO WS-TREND-DROPPED
  3600             IF WS-TREND-CAP-WARNED = 'NO'
  3610                 DISPLAY 'WARNING - TREND TABLE FULL, '
  3620                     'TITLES NOW LEFT OFF THE REPORT'
  3630                 MOVE 'YES' TO WS-TREND-CAP-WARNED
  3640             END-IF
  3650         END-IF
  3660         MOVE 'NO' TO WS-CUR-ACTIVE
  3670     END-IF.
  3680*
  3690*-----------------------------------------------------------*
  3700* 300-PRINT-REPORT                                           *
  3710*                                                            *
  3720* THE TITLE LIST AND THE FREQUENTLY-CHANGED LIST ARE PRINTED *
  3730* IN TITLE ORDER FIRST; THE TABLE IS THEN SORTED BY          *
  3740* MOVEMENT SO THE RISERS ARE AT THE TOP AND THE FALLERS AT   *
  3750* THE BOTTOM.                                                *
  3760*-----------------------------------------------------------*
  3770 300-PRINT-REPORT.
  3780     MOVE WS-MIN-CHANGES TO WS-MIN-CHANGES-EDIT.
  3790     MOVE WS-TOP-N       TO WS-TOP-N-EDIT.
  3800     MOVE SPACES TO REPORT-LINE.
  3810     STRING '===== RATING TREND: RATINGS SET '
  3820                                     DELIMITED BY SIZE
  3830             WS-DATE-FROM            DELIMITED BY SIZE
  3840             ' TO '                  DELIMITED BY SIZE
  3850             WS-DATE-TO              DELIMITED BY SIZE
  3860             ' ====='                DELIMITED BY SIZE
  3870         INTO REPORT-LINE
  3880     END-STRING.
  3890     PERFORM 400-WRITE-REPORT-LINE.
  3900     MOVE SPACES TO REPORT-LINE.
  3910     PERFORM 400-WRITE-REPORT-LINE.
  3920     MOVE 'TITLES WITH A RATING SET IN THE RANGE'
  3930         TO REPORT-LINE.
  3940     PERFORM 400-WRITE-REPORT-LINE.
  3950     PERFORM 310-PRINT-TITLE-LINE
  3960         VARYING WS-PRINT-SUB FROM 1 BY 1
  3970         UNTIL WS-PRINT-SUB > WS-TREND-COUNT.
  3980     MOVE SPACES TO REPORT-LINE.
  3990     PERFORM 400-WRITE-REPORT-LINE.
  4000     MOVE SPACES TO REPORT-LINE.
  4010     STRING 'TITLES CHANGED MORE THAN '  DELIMITED BY SIZE
  4020             WS-MIN-CHANGES-EDIT         DELIMITED BY SIZE
  4030             ' TIMES'                    DELIMITED BY SIZE
  4040         INTO REPORT-LINE
  4050     END-STRING.
  4060     PERFORM 400-WRITE-REPORT-LINE.
  4070     PERFORM 320-PRINT-FREQUENT
  4080         VARYING WS-PRINT-SUB FROM 1 BY 1
  4090         UNTIL WS-PRINT-SUB > WS-TREND-COUNT.
  4100     PERFORM 330-SORT-ONE-SLOT
  4110         VARYING WS-SORT-I FROM 1 BY 1
  4120         UNTIL WS-SORT-I NOT < WS-TREND-COUNT.
  4130     MOVE SPACES TO REPORT-LINE.
  4140     PERFORM 400-WRITE-REPORT-LINE.
  4150     MOVE SPACES TO REPORT-LINE.
  4160     STRING 'BIGGEST RISERS (TOP '  DELIMITED BY SIZE
  4170             WS-TOP-N-EDIT          DELIMITED BY SIZE
  4180             ')'                    DELIMITED BY SIZE
  4190         INTO REPORT-LINE
  4200     END-STRING.
  4210     PERFORM 400-WRITE-REPORT-LINE.
  4220     MOVE ZEROES TO WS-LISTED.
  4230     PERFORM 340-PRINT-RISER
  4240         VARYING WS-PRINT-SUB FROM 1 BY 1
  4250         UNTIL WS-PRINT-SUB > WS-TREND-COUNT
  4260             OR WS-LISTED NOT < WS-TOP-N.
  4270     MOVE SPACES TO REPORT-LINE.
  4280     PERFORM 400-WRITE-REPORT-LINE.
  4290     MOVE SPACES TO REPORT-LINE.
  4300     STRING 'BIGGEST FALLERS (TOP ' DELIMITED BY SIZE
  4310             WS-TOP-N-EDIT          DELIMITED BY SIZE
  4320             ')'                    DELIMITED BY SIZE
  4330         INTO REPORT-LINE
  4340     END-STRING.
  4350     PERFORM 400-WRITE-REPORT-LINE.
  4360     MOVE ZEROES TO WS-LISTED.
  4370     PERFORM 350-PRINT-FALLER
  4380         VARYING WS-PRINT-SUB FROM WS-TREND-COUNT BY -1
  4390         UNTIL WS-PRINT-SUB < 1
  4400             OR WS-LISTED NOT < WS-TOP-N.
  4410     PERFORM 360-PRINT-TRAILER.
  4420*
  4430*-----------------------------------------------------------*
  4440* 310-PRINT-TITLE-LINE                                       *
  4450*-----------------------------------------------------------*
  4460 310-PRINT-TITLE-LINE.
  4470     PERFORM 315-FORMAT-TREND-LINE.
  4480     PERFORM 400-WRITE-REPORT-LINE.
  4490*
  4500*-----------------------------------------------------------*
  4510* 315-FORMAT-TREND-LINE                                      *
  4520*                                                            *
  4530* ONE TITLE'S FIGURES FOR TREND-ENTRY WS-PRINT-SUB. RATINGS  *
  4540* PRINT AS THE CATALOG MASTER HOLDS THEM, AS ON SRCHRPT.     *
  4550*-----------------------------------------------------------*
  4560 315-FORMAT-TREND-LINE.
  4570     MOVE TRD-FIRST (WS-PRINT-SUB)    TO WS-FIRST-EDIT.
  4580     MOVE TRD-LATEST (WS-PRINT-SUB)   TO WS-LATEST-EDIT.
  4590     MOVE TRD-LOW (WS-PRINT-SUB)      TO WS-LOW-EDIT.
  4600     MOVE TRD-HIGH (WS-PRINT-SUB)     TO WS-HIGH-EDIT.
  4610     MOVE TRD-CHANGES (WS-PRINT-SUB)  TO WS-CHANGES-EDIT.
  4620     MOVE TRD-MOVEMENT (WS-PRINT-SUB) TO WS-MOVEMENT-EDIT.
  4630     MOVE SPACES TO REPORT-LINE.
  4640     STRING TRD-TITLE (WS-PRINT-SUB) (1 : 50)
  4650                                     DELIMITED BY SIZE
  4660             ' '                     DELIMITED BY SIZE
  4670             TRD-YEAR (WS-PRINT-SUB) DELIMITED BY SIZE
  4680             '  FIRST '              DELIMITED BY SIZE
  4690             WS-FIRST-EDIT           DELIMITED BY SIZE
  4700             '  LATEST '             DELIMITED BY SIZE
  4710             WS-LATEST-EDIT          DELIMITED BY SIZE
  4720             '  LOW '                DELIMITED BY SIZE
  4730             WS-LOW-EDIT             DELIMITED BY SIZE
  4740             '  HIGH '               DELIMITED BY SIZE
  4750             WS-HIGH-EDIT            DELIMITED BY SIZE
  4760             '  CHANGES '            DELIMITED BY SIZE
  4770             WS-CHANGES-EDIT         DELIMITED BY SIZE
  4780             '  MOVE '               DELIMITED BY SIZE
  4790             WS-MOVEMENT-EDIT        DELIMITED BY SIZE
  4800         INTO REPORT-LINE
  4810     END-STRING.
  4820*
  4830*-----------------------------------------------------------*
  4840* 320-PRINT-FREQUENT                                         *
  4850*-----------------------------------------------------------*
  4860 320-PRINT-FREQUENT.
  4870     IF TRD-CHANGES (WS-PRINT-SUB) > WS-MIN-CHANGES
  4880         ADD 1 TO WS-FREQUENT-COUNT
  4890         PERFORM 315-FORMAT-TREND-LINE
  4900         PERFORM 400-WRITE-REPORT-LINE
  4910     END-IF.
  4920*
  4930*-----------------------------------------------------------*
  4940* 330-SORT-ONE-SLOT                                          *
  4950*                                                            *
  4960* SELECTION SORT OUTER STEP - PULLS THE BIGGEST REMAINING    *
  4970* MOVEMENT INTO SLOT WS-SORT-I.                              *
  4980*-----------------------------------------------------------*
  4990 330-SORT-ONE-SLOT.
  5000     COMPUTE WS-SORT-START = WS-SORT-I + 1.
  5010     PERFORM 335-COMPARE-AND-SWAP
  5020         VARYING WS-SORT-J FROM WS-SORT-START BY 1
  5030         UNTIL WS-SORT-J > WS-TREND-COUNT.
  5040*
  5050*-----------------------------------------------------------*
  5060* 335-COMPARE-AND-SWAP                                       *
  5070*-----------------------------------------------------------*
  5080 335-COMPARE-AND-SWAP.
  5090     IF TRD-MOVEMENT (WS-SORT-J) > TRD-MOVEMENT (WS-SORT-I)
  5100         MOVE TREND-ENTRY (WS-SORT-I) TO WS-SWAP-ENTRY
  5110         MOVE TREND-ENTRY (WS-SORT-J) TO TREND-ENTRY (WS-SORT-I)
  5120         MOVE WS-SWAP-ENTRY TO TREND-ENTRY (WS-SORT-J)
  5130     END-IF.
  5140*
  5150*-----------------------------------------------------------*
  5160* 340-PRINT-RISER                                            *
  5170*                                                            *
  5180* A TITLE THAT DID NOT MOVE UP IS NOT A RISER, HOWEVER SHORT *
  5190* THE LIST.                                                  *
  5200*-----------------------------------------------------------*
  5210 340-PRINT-RISER.
  5220     IF TRD-MOVEMENT (WS-PRINT-SUB) > 0
  5230         ADD 1 TO WS-LISTED
  5240         PERFORM 315-FORMAT-TREND-LINE
  5250         PERFORM 400-WRITE-REPORT-LINE
  5260     END-IF.
  5270*
  5280*-----------------------------------------------------------*
  5290* 350-PRINT-FALLER                                           *
  5300*-----------------------------------------------------------*
  5310 350-PRINT-FALLER.
  5320     IF TRD-MOVEMENT (WS-PRINT-SUB) < 0
  5330         ADD 1 TO WS-LISTED
  5340         PERFORM 315-FORMAT-TREND-LINE
  5350         PERFORM 400-WRITE-REPORT-LINE
  5360     END-IF.
  5370*
  5380*-----------------------------------------------------------*
  5390* 360-PRINT-TRAILER                                          *
  5400*-----------------------------------------------------------*
  5410 360-PRINT-TRAILER.
  5420     MOVE WS-READ-COUNT     TO WS-READ-COUNT-DISP.
  5430     MOVE WS-IN-RANGE-COUNT TO WS-IN-RANGE-DISP.
  5440     MOVE WS-TREND-COUNT    TO WS-TREND-COUNT-DISP.
  5450     MOVE WS-FREQUENT-COUNT TO WS-FREQUENT-DISP.
  5460     MOVE WS-TREND-DROPPED  TO WS-DROPPED-DISP.
  5470     MOVE '-------------------------------------------------'
  5480         TO REPORT-LINE.
  5490     PERFORM 400-WRITE-REPORT-LINE.
  5500     MOVE SPACES TO REPORT-LINE.
  5510     STRING 'HISTORY ROWS READ: '  DELIMITED BY SIZE
  5520             WS-READ-COUNT-DISP    DELIMITED BY SIZE
  5530             '  IN RANGE: '        DELIMITED BY SIZE
  5540             WS-IN-RANGE-DISP      DELIMITED BY SIZE
  5550             '  TITLES: '          DELIMITED BY SIZE
  5560             WS-TREND-COUNT-DISP   DELIMITED BY SIZE
  5570             '  CHANGED OFTEN: '   DELIMITED BY SIZE
  5580             WS-FREQUENT-DISP      DELIMITED BY SIZE
  5590             '  LEFT OFF: '        DELIMITED BY SIZE
  5600             WS-DROPPED-DISP       DELIMITED BY SIZE
  5610         INTO REPORT-LINE
  5620     END-STRING.
  5630     PERFORM 400-WRITE-REPORT-LINE.
  5640     DISPLAY 'RATEHIST ROWS READ....... ' WS-READ-COUNT-DISP.
  5650     DISPLAY 'ROWS IN DATE RANGE....... ' WS-IN-RANGE-DISP.
  5660     DISPLAY 'TITLES REPORTED.......... ' WS-TREND-COUNT-DISP.
  5670*
  5680*-----------------------------------------------------------*
  5690* 400-WRITE-REPORT-LINE                                      *
  5700*-----------------------------------------------------------*
  5710 400-WRITE-REPORT-LINE.
  5720     WRITE REPORT-LINE.
  5730     IF WS-REPORT-FS NOT = '00'
  5740         DISPLAY 'UNABLE TO WRITE TRENDRPT - FILE STATUS '
  5750             WS-REPORT-FS
  5760         PERFORM 950-ABEND-RUN
  5770     END-IF.
  5780*
  5790*-----------------------------------------------------------*
  5800* 900-TERMINATE                                              *
  5810*-----------------------------------------------------------*
  5820 900-TERMINATE.
  5830     IF WS-RATEHIST-FS NOT = '35'
  5840         CLOSE RATING-HIST-FILE
  5850     END-IF.
  5860     CLOSE TREND-REPORT.
  5870     PERFORM 930-WRITE-RUN-LOG.
  5880*
  5890*-----------------------------------------------------------*
  5900* 930-WRITE-RUN-LOG                                          *
  5910*                                                            *
  5920* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE - HISTORY *
  5930* ROWS READ, TITLES REPORTED AS WRITTEN, AND TITLES LEFT OFF *
  5940* A FULL TABLE AS EXCEPTIONS. CALLED ON A CLEAN END AND FROM *
  5950* 950-ABEND-RUN, SO A FAILURE HERE IS REPORTED BUT NEVER     *
  5960* RE-ABENDS THE RUN.                                         *
  5970*-----------------------------------------------------------*
  5980 930-WRITE-RUN-LOG.
  5990     OPEN EXTEND RUN-LOG-FILE.
  6000     IF WS-RUNLOG-FS NOT = '00'
  6010         AND WS-RUNLOG-FS NOT = '05'
  6020         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  6030             WS-RUNLOG-FS
  6040     ELSE
  6050         MOVE SPACES TO RUN-LOG-RECORD
  6060         MOVE 'CATTREND'          TO RL-PROGRAM-NAME
  6070         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  6080         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  6090         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  6100         ACCEPT WS-RUN-END-TIME FROM TIME
  6110         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  6120         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  6130         MOVE WS-READ-COUNT       TO RL-RECORDS-READ
  6140         MOVE WS-TREND-COUNT      TO RL-RECORDS-WRITTEN
  6150         MOVE WS-TREND-DROPPED    TO RL-EXCEPTION-COUNT
  6160         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  6170         MOVE RETURN-CODE         TO RL-RETURN-CODE
  6180         WRITE RUN-LOG-RECORD
  6190         IF WS-RUNLOG-FS NOT = '00'
  6200             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  6210                 WS-RUNLOG-FS
  6220         END-IF
  6230         CLOSE RUN-LOG-FILE
  6240     END-IF.
  6250*
  6260*-----------------------------------------------------------*
  6270* 950-ABEND-RUN                                              *
  6280*-----------------------------------------------------------*
  6290 950-ABEND-RUN.
  6300     DISPLAY 'CATTREND IS ABENDING - SEE THE FILE STATUS'.
  6310     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  6320     MOVE 16 TO RETURN-CODE.
  6330     PERFORM 930-WRITE-RUN-LOG.
  6340     STOP RUN.
