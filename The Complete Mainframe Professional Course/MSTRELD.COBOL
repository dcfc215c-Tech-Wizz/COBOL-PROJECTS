   220*                  OR A MISMATCHED COUNT OR HASH ABENDS -   *
   230*                  A HALF-RESTORED MASTER MUST NEVER LOOK   *
   240*                  LIKE A SUCCESS.                          *
   250* 2026-10-15 DP    CATALOG IS REBUILT WITH ITS ALTERNATE    *
   260*                  KEYS ON YEAR AND GENRE - THE INDEXES ARE *
   270*                  BUILT AS EACH ROW GOES BACK IN, SO A     *
   280*                  RELOAD ALSO CONVERTS A MASTER UNLOADED   *
   290*                  BEFORE THE KEYS WERE ADDED.              *
   300*-----------------------------------------------------------*
   310 ENVIRONMENT DIVISION.
   320 INPUT-OUTPUT SECTION.
   330 FILE-CONTROL.
   340     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
   350         ORGANIZATION IS LINE SEQUENTIAL
   360         ACCESS MODE IS SEQUENTIAL
   370         FILE STATUS IS WS-BACKUP-FS.
   380*
   390     SELECT TAX-MASTER ASSIGN TO "TAXMASTR"
   400         ORGANIZATION IS INDEXED
   410         ACCESS MODE IS SEQUENTIAL
   420         RECORD KEY IS EM-EMPLOYEE-ID
   430         FILE STATUS IS WS-TAX-FS.
   440*
   450     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
   460         ORGANIZATION IS INDEXED
   470         ACCESS MODE IS SEQUENTIAL
   480         RECORD KEY IS STUDENT-ID
   490         FILE STATUS IS WS-STUDENT-FS.
   500*
   510     SELECT HISTORY-FILE ASSIGN TO "TERMHIST"
   520         ORGANIZATION IS INDEXED
   530         ACCESS MODE IS SEQUENTIAL
   540         RECORD KEY IS TH-KEY
   550         FILE STATUS IS WS-HISTORY-FS.
   560*
   570     SELECT CATALOG-FILE ASSIGN TO "CATALOG"
   580         ORGANIZATION IS INDEXED
   590         ACCESS MODE IS SEQUENTIAL
   600         RECORD KEY IS CAT-KEY
   610         ALTERNATE RECORD KEY IS CAT-YEAR WITH DUPLICATES
   620         ALTERNATE RECORD KEY IS CAT-GENRE WITH DUPLICATES
   630         FILE STATUS IS WS-CATALOG-FS.
   640*
   650     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   660         ORGANIZATION IS LINE SEQUENTIAL
   670         ACCESS MODE IS SEQUENTIAL
   680         FILE STATUS IS WS-RUNLOG-FS.
   690*
   700 DATA DIVISION.
   710 FILE SECTION.
   720 FD  BACKUP-FILE.
   730 01  BACKUP-RECORD          PIC X(250).
   740*
   750 FD  TAX-MASTER.
   760 01  TAX-MASTER-RECORD.
   770     COPY TAXMREC.
   780*
   790 FD  STUDENT-FILE.
   800 01  STUDENT-FILE-RECORD.
   810     COPY STUDENTREC.
   820*
   830 FD  HISTORY-FILE.
   840 01  TERM-HISTORY-RECORD.
   850     COPY TERMREC.
   860*
   870 FD  CATALOG-FILE.
   880 01  CATALOG-RECORD.
   890     COPY CATREC.
   900*
   910 FD  RUN-LOG-FILE.
   920 01  RUN-LOG-RECORD.
   930     COPY RUNLOGREC.
   940*
   950 WORKING-STORAGE SECTION.
   960*
   970 01  WS-BACKUP-FS           PIC X(2) VALUE SPACES.
   980 01  WS-TAX-FS              PIC X(2) VALUE SPACES.
   990 01  WS-STUDENT-FS          PIC X(2) VALUE SPACES.
  1000 01  WS-HISTORY-FS          PIC X(2) VALUE SPACES.
  1010 01  WS-CATALOG-FS          PIC X(2) VALUE SPACES.
  1020 01  WS-RUNLOG-FS           PIC X(2) VALUE SPACES.
  1030 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1040*
  1050 01  WS-BACKUP-NAME         PIC X(30) VALUE SPACES.
  1060*
  1070*-----------------------------------------------------------*
  1080* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1090* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1100* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1110*-----------------------------------------------------------*
  1120 01  WS-RUN-START-DATE      PIC X(8) VALUE SPACES.
  1130 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  1140 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  1150 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  1160*
  1170*-----------------------------------------------------------*
  1180* RELOAD CONTROLS - THE MASTER CODE AND BACKUP FILE NAME    *
  1190* PROMPTED AT STARTUP, THE ROW COUNT AND HASH ACCUMULATED   *
  1200* DURING THE REBUILD, AND THE TRAILER FIGURES THEY MUST     *
  1210* MATCH. THE HASH FIELD PER MASTER MATCHES MSTUNLD:         *
  1220* TAXMASTR = YTD INCOME + YTD TAX, STUDENTS = THE SIX       *
  1230* SUBJECT SCORES, TERMHIST = THE AVERAGE, CATALOG = THE     *
  1240* RATING.                                                    *
  1250*-----------------------------------------------------------*
  1260 01  WS-MASTER-CODE         PIC X(1) VALUE SPACE.
  1270 01  WS-ROW-COUNT           PIC 9(7) VALUE ZEROES.
  1280 01  WS-HASH-TOTAL          PIC 9(13)V99 VALUE ZEROES.
  1290 01  WS-TRAILER-SEEN        PIC X(3) VALUE 'NO'.
  1300 01  WS-ROW-COUNT-DISP      PIC ZZZZZZ9.
  1310 01  WS-SUB-IDX             PIC 9    VALUE ZERO.
  1320*
  1330 01  BACKUP-TRAILER.
  1340     05  BT-MARKER          PIC X(9).
  1350     05  BT-ROW-COUNT       PIC 9(7).
  1360     05  BT-HASH-TOTAL      PIC 9(13)V99.
  1370*
  1380 PROCEDURE DIVISION.
  1390*
  1400*-----------------------------------------------------------*
  1410* 000-MAIN-PROCEDURE                                        *
  1420*-----------------------------------------------------------*
  1430 000-MAIN-PROCEDURE.
  1440     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  1450     ACCEPT WS-RUN-START-TIME FROM TIME.
  1460     PERFORM 040-ACCEPT-RELOAD-REQUEST.
  1470     PERFORM 050-INITIALIZE.
  1480     PERFORM 100-RELOAD-ONE-ROW UNTIL END-OF-FILE = 'YES'.
  1490     PERFORM 300-PROVE-AGAINST-TRAILER.
  1500     PERFORM 900-TERMINATE.
  1510     STOP RUN.
  1520*
  1530*-----------------------------------------------------------*
  1540* 040-ACCEPT-RELOAD-REQUEST                                  *
  1550*-----------------------------------------------------------*
  1560 040-ACCEPT-RELOAD-REQUEST.
  1570     DISPLAY 'RELOAD WHICH MASTER - T=TAXMASTR, S=STUDENTS,'
  1580         ' H=TERMHIST, C=CATALOG: '.
  1590     ACCEPT WS-MASTER-CODE.
  1600     IF WS-MASTER-CODE NOT = 'T'
  1610         AND WS-MASTER-CODE NOT = 'S'
  1620         AND WS-MASTER-CODE NOT = 'H'
  1630         AND WS-MASTER-CODE NOT = 'C'
  1640         DISPLAY 'MASTER CODE MUST BE T, S, H OR C - GOT '
  1650             WS-MASTER-CODE
  1660         PERFORM 950-ABEND-RUN
  1670     END-IF.
  1680     DISPLAY 'ENTER BACKUP FILE NAME (E.G. '
  1690         'TAXMASTR.BKP20260902): '.
  1700     ACCEPT WS-BACKUP-NAME.
  1710     IF WS-BACKUP-NAME = SPACES
  1720         DISPLAY 'BACKUP FILE NAME IS REQUIRED'
  1730         PERFORM 950-ABEND-RUN
  1740     END-IF.
  1750*
  1760*-----------------------------------------------------------*
  1770* 050-INITIALIZE                                             *
  1780*                                                            *
  1790* THE CHOSEN MASTER IS OPENED OUTPUT - THE REBUILD STARTS   *
  1800* FROM EMPTY AND THE BACKUP IS THE ONLY SOURCE OF ROWS.     *
  1810*-----------------------------------------------------------*
  1820 050-INITIALIZE.
  1830     OPEN INPUT BACKUP-FILE.
  1840     IF WS-BACKUP-FS NOT = '00'
  1850         DISPLAY 'UNABLE TO OPEN ' WS-BACKUP-NAME
  1860             ' - FILE STATUS ' WS-BACKUP-FS
  1870         PERFORM 950-ABEND-RUN
  1880     END-IF.
  1890     EVALUATE WS-MASTER-CODE
  1900         WHEN 'T'
  1910             OPEN OUTPUT TAX-MASTER
  1920             IF WS-TAX-FS NOT = '00'
  1930                 DISPLAY 'UNABLE TO OPEN TAXMASTR - FILE '
  1940                     'STATUS ' WS-TAX-FS
  1950                 PERFORM 950-ABEND-RUN
  1960             END-IF
  1970         WHEN 'S'
  1980             OPEN OUTPUT STUDENT-FILE
  1990             IF WS-STUDENT-FS NOT = '00'
  2000                 DISPLAY 'UNABLE TO OPEN STUDENTS.DAT - FILE '
  2010                     'STATUS ' WS-STUDENT-FS
  2020                 PERFORM 950-ABEND-RUN
  2030             END-IF
  2040         WHEN 'H'
  2050             OPEN OUTPUT HISTORY-FILE
  2060             IF WS-HISTORY-FS NOT = '00'
  2070                 DISPLAY 'UNABLE TO OPEN TERMHIST - FILE '
  2080                     'STATUS ' WS-HISTORY-FS
  2090                 PERFORM 950-ABEND-RUN
  2100             END-IF
  2110         WHEN 'C'
  2120             OPEN OUTPUT CATALOG-FILE
  2130             IF WS-CATALOG-FS NOT = '00'
  2140                 DISPLAY 'UNABLE TO OPEN CATALOG - FILE '
  2150                     'STATUS ' WS-CATALOG-FS
  2160                 PERFORM 950-ABEND-RUN
  2170             END-IF
  2180     END-EVALUATE.
  2190     PERFORM 110-READ-BACKUP-RECORD.
  2200*
  2210*-----------------------------------------------------------*
  2220* 110-READ-BACKUP-RECORD                                    *
  2230*-----------------------------------------------------------*
  2240 110-READ-BACKUP-RECORD.
  2250     READ BACKUP-FILE
  2260         AT END
  2270             MOVE 'YES' TO END-OF-FILE
  2280     END-READ.
  2290     IF END-OF-FILE NOT = 'YES'
  2300         AND WS-BACKUP-FS NOT = '00'
  2310         DISPLAY 'ERROR READING ' WS-BACKUP-NAME
  2320             ' - FILE STATUS ' WS-BACKUP-FS
  2330         PERFORM 950-ABEND-RUN
  2340     END-IF.
  2350*
  2360*-----------------------------------------------------------*
  2370* 100-RELOAD-ONE-ROW                                         *
  2380*                                                            *
  2390* THE *TRAILER* ROW IS CAPTURED FOR THE PROOF; EVERY OTHER  *
  2400* ROW GOES BACK INTO THE MASTER. A DATA ROW AFTER THE       *
  2410* TRAILER WOULD MEAN A SPLICED OR DOUBLED BACKUP AND        *
  2420* ABENDS.                                                    *
  2430*-----------------------------------------------------------*
  2440 100-RELOAD-ONE-ROW.
  2450     IF BACKUP-RECORD (1 : 9) = '*TRAILER*'
  2460         PERFORM 150-CAPTURE-TRAILER
  2470     ELSE
  2480         IF WS-TRAILER-SEEN = 'YES'
  2490             DISPLAY 'DATA ROW FOUND AFTER THE TRAILER - '
  2500                 'BACKUP IS NOT USABLE'
  2510             PERFORM 950-ABEND-RUN
  2520         END-IF
  2530         ADD 1 TO WS-ROW-COUNT
  2540         EVALUATE WS-MASTER-CODE
  2550             WHEN 'T'
  2560                 PERFORM 200-RELOAD-TAX-ROW
  2570             WHEN 'S'
  2580                 PERFORM 210-RELOAD-STUDENT-ROW
  2590             WHEN 'H'
  2600                 PERFORM 220-RELOAD-TERM-ROW
  2610             WHEN 'C'
  2620                 PERFORM 230-RELOAD-CATALOG-ROW
  2630         END-EVALUATE
  2640     END-IF.
  2650     PERFORM 110-READ-BACKUP-RECORD.
  2660*
  2670*-----------------------------------------------------------*
  2680* 150-CAPTURE-TRAILER                                        *
  2690*-----------------------------------------------------------*
  2700 150-CAPTURE-TRAILER.
  2710     MOVE BACKUP-RECORD (1 : 31) TO BACKUP-TRAILER.
  2720     IF BT-ROW-COUNT IS NOT NUMERIC
  2730         OR BT-HASH-TOTAL IS NOT NUMERIC
  2740         DISPLAY 'BACKUP TRAILER IS NOT NUMERIC: '
  2750             BACKUP-RECORD (1 : 31)
  2760         PERFORM 950-ABEND-RUN
  2770     END-IF.
  2780     MOVE 'YES' TO WS-TRAILER-SEEN.
  2790*
  2800*-----------------------------------------------------------*
  2810* 200-RELOAD-TAX-ROW                                         *
  2820*-----------------------------------------------------------*
  2830 200-RELOAD-TAX-ROW.
  2840     MOVE BACKUP-RECORD TO TAX-MASTER-RECORD.
  2850     ADD EM-YTD-INCOME TO WS-HASH-TOTAL.
  2860     ADD EM-YTD-TAX    TO WS-HASH-TOTAL.
  2870     WRITE TAX-MASTER-RECORD
  2880         INVALID KEY
  2890             DISPLAY 'UNABLE TO WRITE TAXMASTR - FILE STATUS '
  2900                 WS-TAX-FS
  2910             PERFORM 950-ABEND-RUN
  2920     END-WRITE.
  2930*
  2940*-----------------------------------------------------------*
  2950* 210-RELOAD-STUDENT-ROW                                     *
  2960*-----------------------------------------------------------*
  2970 210-RELOAD-STUDENT-ROW.
  2980     MOVE BACKUP-RECORD TO STUDENT-FILE-RECORD.
  2990     PERFORM 215-HASH-ONE-SCORE
  3000         VARYING WS-SUB-IDX FROM 1 BY 1
  3010         UNTIL WS-SUB-IDX > 6.
  3020     WRITE STUDENT-FILE-RECORD
  3030         INVALID KEY
  3040             DISPLAY 'UNABLE TO WRITE STUDENTS.DAT - FILE '
  3050                 'STATUS ' WS-STUDENT-FS
  3060             PERFORM 950-ABEND-RUN
  3070     END-WRITE.
  3080*
  3090*-----------------------------------------------------------*
  3100* 215-HASH-ONE-SCORE                                         *
  3110*-----------------------------------------------------------*
  3120 215-HASH-ONE-SCORE.
  3130     ADD STUDENT-SUBJ-SCORE (WS-SUB-IDX) TO WS-HASH-TOTAL.
  3140*
  3150*-----------------------------------------------------------*
  3160* 220-RELOAD-TERM-ROW                                        *
  3170*-----------------------------------------------------------*
  3180 220-RELOAD-TERM-ROW.
  3190     MOVE BACKUP-RECORD TO TERM-HISTORY-RECORD.
  3200     ADD TH-AVERAGE TO WS-HASH-TOTAL.
  3210     WRITE TERM-HISTORY-RECORD
  3220         INVALID KEY
  3230             DISPLAY 'UNABLE TO WRITE TERMHIST - FILE STATUS '
  3240                 WS-HISTORY-FS
  3250             PERFORM 950-ABEND-RUN
  3260     END-WRITE.
  3270*
  3280*-----------------------------------------------------------*
  3290* 230-RELOAD-CATALOG-ROW                                     *
  3300*-----------------------------------------------------------*
  3310 230-RELOAD-CATALOG-ROW.
  3320     MOVE BACKUP-RECORD TO CATALOG-RECORD.
  3330     ADD CAT-RATING TO WS-HASH-TOTAL.
  3340     WRITE CATALOG-RECORD
  3350         INVALID KEY
  3360             DISPLAY 'UNABLE TO WRITE CATALOG - FILE STATUS '
  3370                 WS-CATALOG-FS
  3380             PERFORM 950-ABEND-RUN
  3390     END-WRITE.
  3400*
  3410*-----------------------------------------------------------*
  3420* 300-PROVE-AGAINST-TRAILER                                  *
  3430*                                                            *
  3440* THE REBUILD IS ONLY DECLARED GOOD WHEN THE BACKUP CARRIED *
  3450* A TRAILER AND THE RELOADED ROW COUNT AND HASH TOTAL MATCH *
  3460* IT EXACTLY. ANYTHING ELSE ABENDS SO THE OPERATOR RESTORES *
  3470* AGAIN RATHER THAN TRUSTS A PARTIAL MASTER.                 *
  3480*-----------------------------------------------------------*
  3490 300-PROVE-AGAINST-TRAILER.
  3500     IF WS-TRAILER-SEEN = 'NO'
  3510         DISPLAY 'BACKUP HAS NO TRAILER - REBUILD CANNOT BE '
  3520             'PROVED'
  3530         PERFORM 950-ABEND-RUN
  3540     END-IF.
  3550     IF WS-ROW-COUNT NOT = BT-ROW-COUNT
  3560         DISPLAY 'ROW COUNT MISMATCH - RELOADED '
  3570             WS-ROW-COUNT ' TRAILER ' BT-ROW-COUNT
  3580         PERFORM 950-ABEND-RUN
  3590     END-IF.
  3600     IF WS-HASH-TOTAL NOT = BT-HASH-TOTAL
  3610         DISPLAY 'HASH TOTAL MISMATCH - RELOADED '
  3620             WS-HASH-TOTAL ' TRAILER ' BT-HASH-TOTAL
  3630         PERFORM 950-ABEND-RUN
  3640     END-IF.
  3650     MOVE WS-ROW-COUNT TO WS-ROW-COUNT-DISP.
  3660     DISPLAY 'REBUILD PROVED GOOD - ROWS: ' WS-ROW-COUNT-DISP.
  3670*
  3680*-----------------------------------------------------------*
  3690* 900-TERMINATE                                              *
  3700*-----------------------------------------------------------*
  3710 900-TERMINATE.
  3720     CLOSE BACKUP-FILE.
  3730     EVALUATE WS-MASTER-CODE
  3740         WHEN 'T'
  3750             CLOSE TAX-MASTER
  3760         WHEN 'S'
  3770             CLOSE STUDENT-FILE
  3780         WHEN 'H'
  3790             CLOSE HISTORY-FILE
  3800         WHEN 'C'
  3810             CLOSE CATALOG-FILE
  3820     END-EVALUATE.
  3830     PERFORM 930-WRITE-RUN-LOG.
  3840*
  3850*-----------------------------------------------------------*
  3860* 930-WRITE-RUN-LOG                                          *
  3870*                                                            *
  3880* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  3890* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  3900* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  3910*-----------------------------------------------------------*
  3920 930-WRITE-RUN-LOG.
  3930     OPEN EXTEND RUN-LOG-FILE.
  3940     IF WS-RUNLOG-FS NOT = '00'
  3950         AND WS-RUNLOG-FS NOT = '05'
  3960         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  3970             WS-RUNLOG-FS
  3980     ELSE
  3990         MOVE SPACES TO RUN-LOG-RECORD
  4000         MOVE 'MSTRELD'           TO RL-PROGRAM-NAME
  4010         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  4020         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  4030         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  4040         ACCEPT WS-RUN-END-TIME FROM TIME
  4050         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  4060         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  4070         MOVE WS-ROW-COUNT        TO RL-RECORDS-READ
  4080         MOVE WS-ROW-COUNT        TO RL-RECORDS-WRITTEN
  4090         MOVE ZEROES              TO RL-EXCEPTION-COUNT
  4100         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  4110         MOVE RETURN-CODE         TO RL-RETURN-CODE
  4120         MOVE WS-MASTER-CODE      TO RL-RUN-DETAIL
  4130         WRITE RUN-LOG-RECORD
  4140         IF WS-RUNLOG-FS NOT = '00'
  4150             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  4160                 WS-RUNLOG-FS
  4170         END-IF
  4180         CLOSE RUN-LOG-FILE
  4190     END-IF.
  4200*
  4210*-----------------------------------------------------------*
  4220* 950-ABEND-RUN                                              *
  4230*-----------------------------------------------------------*
  4240 950-ABEND-RUN.
  4250     DISPLAY 'MSTRELD IS ABENDING - SEE THE MESSAGE ABOVE'.
  4260     MOVE 16 TO RETURN-CODE.
  4270     PERFORM 930-WRITE-RUN-LOG.
  4280     STOP RUN.
