   640*                  AND NO REPEATED FULL PASSES. WITH NO       *
   650*                  EXTPARMS PRESENT THE OLD CONSOLE PROMPTS   *
   660*                  STILL RUN A SINGLE EXTRACT TO SHORTLST.    *
   670* 2026-08-23 DP    EVERY RUN NOW APPENDS A ROW TO THE SHARED  *
   680*                  RUNLOG RUN-CONTROL FILE - PROGRAM, START   *
   690*                  AND END TIMESTAMPS, RECORD COUNTS AND      *
   700*                  FINAL RETURN CODE, WRITTEN ON A CLEAN END  *
   710*                  AND ON AN ABEND - FOR THE MORNING          *
   720*                  OPERATIONS REVIEW PRINTED BY OPSREPT.      *
   730* 2026-10-15 DP    GENRES ARE MAPPED THROUGH THE GENREREF     *
   740*                  REFERENCE FILE. AN EXTRACT GENRE MAY BE    *
   750*                  GIVEN AS A CODE, NAME OR ALIAS; EVERY      *
   760*                  TITLE IS MATCHED, EXTRACTED AND TALLIED    *
   770*                  UNDER ITS CANONICAL GENRE, SO SCI-FI AND   *
   780*                  SCIENCE FICTION NO LONGER COUNT APART.     *
   790*-----------------------------------------------------------*
   800 ENVIRONMENT DIVISION.
   810 INPUT-OUTPUT SECTION.
   820 FILE-CONTROL.
   830     SELECT MYFILE ASSIGN TO "IMDBlist.txt"
   840         ORGANIZATION IS LINE SEQUENTIAL
   850         ACCESS MODE IS SEQUENTIAL
   860         FILE STATUS IS FS.
   870*
   880     SELECT PARM-FILE ASSIGN TO "EXTPARMS"
   890         ORGANIZATION IS LINE SEQUENTIAL
   900         ACCESS MODE IS SEQUENTIAL
   910         FILE STATUS IS PM-FS.
   920*
   930     SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-NAME
   940         ORGANIZATION IS LINE SEQUENTIAL
   950         ACCESS MODE IS SEQUENTIAL
   960         FILE STATUS IS SL-FS.
   970*
   980     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPTFIL"
   990         ORGANIZATION IS LINE SEQUENTIAL
  1000         ACCESS MODE IS SEQUENTIAL
  1010         FILE STATUS IS CK-FS.
  1020*
  1030     SELECT DUP-FILE ASSIGN TO "DUPES"
  1040         ORGANIZATION IS LINE SEQUENTIAL
  1050         ACCESS MODE IS SEQUENTIAL
  1060         FILE STATUS IS DP-FS.
  1070*
  1080     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
  1090         ORGANIZATION IS LINE SEQUENTIAL
  1100         ACCESS MODE IS SEQUENTIAL
  1110         FILE STATUS IS RL-FS.
  1120*
  1130     SELECT GENRE-REF-FILE ASSIGN TO "GENREREF"
  1140         ORGANIZATION IS LINE SEQUENTIAL
  1150         ACCESS MODE IS SEQUENTIAL
  1160         FILE STATUS IS GF-FS.
  1170*
  1180 DATA DIVISION.
  1190 FILE SECTION.
  1200 FD  MYFILE.
  1210 01  MYFILE-RECORD.
  1220     COPY IMDBREC.
  1230*
  1240 FD  PARM-FILE.
  1250 01  PARM-RECORD.
  1260     05  PR-GENRE               PIC X(20).
  1270     05  PR-MIN-RATING          PIC 9(3)V9(1).
  1280     05  PR-TOP-N               PIC 9(4).
  1290     05  PR-OUTPUT-NAME         PIC X(30).
  1300*
  1310 FD  EXTRACT-FILE.
  1320 01  EXTRACT-RECORD.
  1330     05  SL-RANK                PIC ZZZ9.
  1340     05  FILLER                 PIC X(2).
  1350     05  SL-RECORD-DATA         PIC X(219).
  1360*
  1370 FD  CHECKPOINT-FILE.
  1380 01  CHECKPOINT-RECORD       PIC 9(5).
  1390*
  1400 FD  DUP-FILE.
  1410 01  DUPLICATE-RECORD        PIC X(219).
  1420*
  1430 FD  RUN-LOG-FILE.
  1440 01  RUN-LOG-RECORD.
  1450     COPY RUNLOGREC.
  1460*
  1470 FD  GENRE-REF-FILE.
  1480 01  GENRE-REF-RECORD.
  1490     COPY GENREREF.
  1500*
  1510 WORKING-STORAGE SECTION.
  1520*
  1530 01  WS-RECORD.
  1540     COPY IMDBREC.
  1550*
  1560 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1570 01  PM-FS                  PIC X(2) VALUE SPACES.
  1580 01  SL-FS                  PIC X(2) VALUE SPACES.
  1590 01  CK-FS                  PIC X(2) VALUE SPACES.
  1600 01  DP-FS                  PIC X(2) VALUE SPACES.
  1610 01  GF-FS                  PIC X(2) VALUE SPACES.
  1620 01  WS-EXTRACT-NAME        PIC X(30) VALUE SPACES.
  1630*
  1640*-----------------------------------------------------------*
  1650* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1660* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1670* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1680*-----------------------------------------------------------*
  1690 01  RL-FS                  PIC X(2) VALUE SPACES.
  1700 01  WS-RUN-START-DATE      PIC X(8) VALUE SPACES.
  1710 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  1720 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  1730 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  1740 01  WS-TOTAL-WRITTEN       PIC 9(5) VALUE ZEROES.
  1750*
  1760*-----------------------------------------------------------*
  1770* CHECKPOINT/RESTART - WS-CHECKPOINT-COUNT IS THE NUMBER OF   *
  1780* IMDBLIST RECORDS SUCCESSFULLY PROCESSED BY A PRIOR RUN. ON  *
  1790* STARTUP THAT MANY RECORDS ARE SKIPPED BEFORE PROCESSING     *
  1800* RESUMES, SO A RUN THAT ABENDED PARTWAY THROUGH DOES NOT     *
  1810* REPROCESS RECORDS IT ALREADY HANDLED.                       *
  1820*-----------------------------------------------------------*
  1830 01  WS-CHECKPOINT-COUNT    PIC 9(5) VALUE ZEROES.
  1840 01  WS-SKIP-COUNTER        PIC 9(5) VALUE ZEROES.
  1850*
  1860*-----------------------------------------------------------*
  1870* EXTRACT REQUEST TABLE - ONE ENTRY PER EXTRACT REQUESTED IN *
  1880* EXTPARMS (GENRE, MINIMUM RATING AND TOP-N CAP AS PLAIN     *
  1890* DIGITS - 0085 MEANS 8.5 - AND THE OUTPUT FILE NAME), OR A  *
  1900* SINGLE ENTRY BUILT FROM THE CONSOLE PROMPTS WHEN NO        *
  1910* EXTPARMS FILE IS PRESENT. EACH ENTRY CARRIES ITS OWN MATCH *
  1920* TABLE, FILLED DURING THE ONE PASS OF IMDBlist.txt AND      *
  1930* SORTED AND WRITTEN TO THE ENTRY'S OUTPUT FILE AT END OF    *
  1940* RUN. ONCE AN ENTRY'S 2000 MATCH SLOTS ARE TAKEN ANY        *
  1950* FURTHER MATCH IS LEFT OFF THAT EXTRACT - WARNED ONCE, THE  *
  1960* FIRST TIME IT HAPPENS, SO THE GAP IS VISIBLE RATHER THAN   *
  1970* SILENT.                                                    *
  1980*-----------------------------------------------------------*
  1990 01  WS-EXTRACT-COUNT       PIC 9(2) VALUE ZEROES.
  2000 01  WS-EXT-SUB             PIC 9(2) VALUE ZEROES.
  2010 01  EXTRACT-TABLE.
  2020     05  EXTRACT-ENTRY OCCURS 10 TIMES.
  2030         10  EXT-GENRE          PIC X(20).
  2040         10  EXT-MIN-RATING     PIC 9(3)V9(1).
  2050         10  EXT-TOP-N          PIC 9(4).
  2060         10  EXT-OUTPUT-NAME    PIC X(30).
  2070         10  EXT-MATCH-COUNT    PIC 9(4).
  2080         10  EXT-CAP-WARNED     PIC X(1).
  2090         10  EXT-MATCH-ENTRY OCCURS 2000 TIMES.
  2100             15  EXT-MATCH-RATING  PIC 9(3)V9(1).
  2110             15  EXT-MATCH-SEQ     PIC 9(4).
  2120             15  EXT-MATCH-RECORD  PIC X(219).
  2130*
  2140*-----------------------------------------------------------*
  2150* CONSOLE-PROMPT FALLBACK CRITERIA - ONLY USED WHEN THERE IS *
  2160* NO EXTPARMS FILE.                                          *
  2170*-----------------------------------------------------------*
  2180 01  WS-FILTER-GENRE        PIC X(20) VALUE SPACES.
  2190 01  WS-MIN-RATING          PIC 9(3)V9(1) VALUE ZEROES.
  2200 01  WS-TOP-N               PIC 9(4) VALUE ZEROES.
  2210*
  2220*-----------------------------------------------------------*
  2230* SUMMARY STATISTICS ACCUMULATORS - BUILT UP AS EACH RECORD  *
  2240* IS READ, PRINTED BY 300-PRINT-STATISTICS AT END OF RUN.    *
  2250*-----------------------------------------------------------*
  2260 01  WS-TITLE-COUNT         PIC 9(5) VALUE ZEROES.
  2270 01  WS-RATING-TOTAL        PIC 9(7)V9(1) VALUE ZEROES.
  2280 01  WS-AVERAGE-RATING      PIC 9(3)V99 VALUE ZEROES.
  2290 01  WS-HIGHEST-RATING      PIC 9(3)V9(1) VALUE ZEROES.
  2300 01  WS-HIGHEST-TITLE       PIC X(100) VALUE SPACES.
  2310*
  2320 01  WS-GENRE-COUNT         PIC 9(3) VALUE ZEROES.
  2330 01  WS-GENRE-CAP-WARNED    PIC X(3) VALUE 'NO'.
  2340 01  GENRE-STATS-TABLE.
  2350     05  GENRE-STAT-ENTRY OCCURS 20 TIMES INDEXED BY GEN-IDX.
  2360         10  GENRE-STAT-NAME    PIC X(20) VALUE SPACES.
  2370         10  GENRE-STAT-COUNT   PIC 9(5)  VALUE ZEROES.
  2380 01  WS-UNKNOWN-GENRE-COUNT PIC 9(5) VALUE ZEROES.
  2390*
  2400*-----------------------------------------------------------*
  2410* GENRE REFERENCE TABLE - LOADED FROM GENREREF AT STARTUP.   *
  2420* ONE ENTRY PER SPELLING OF A GENRE - ITS CODE, ITS NAME     *
  2430* AND EACH ALIAS, HELD IN UPPER CASE - CARRYING THE          *
  2440* CANONICAL NAME IT STANDS FOR, SO SCI-FI, SCIFI AND         *
  2450* SCIENCE FICTION ALL COME BACK AS THE ONE GENRE.            *
  2460*-----------------------------------------------------------*
  2470 01  WS-GENRE-KEY-COUNT     PIC 9(3) VALUE ZEROES.
  2480 01  WS-GENRE-IN            PIC X(20) VALUE SPACES.
  2490 01  WS-GENRE-CANON         PIC X(20) VALUE SPACES.
  2500 01  WS-GENRE-ON-REF        PIC X(3) VALUE 'NO'.
  2510 01  WS-ALIAS-SUB           PIC 9(1) VALUE ZEROES.
  2520 01  GENRE-KEY-TABLE.
  2530     05  GENRE-KEY-ENTRY OCCURS 300 TIMES INDEXED BY GKY-IDX.
  2540         10  GKY-TEXT       PIC X(20) VALUE SPACES.
  2550         10  GKY-NAME       PIC X(20) VALUE SPACES.
  2560*
  2570*-----------------------------------------------------------*
  2580* DUPLICATE-CHECK TABLE - EVERY TITLE+YEAR SEEN SO FAR, SO A   *
  2590* REPEAT ENTRY CAN BE RECOGNIZED AND ROUTED TO DUPES.     *
  2600*-----------------------------------------------------------*
  2610 01  WS-DUPLICATE-COUNT     PIC 9(5) VALUE ZEROES.
  2620 01  WS-DUPLICATE-FLAG      PIC X(3) VALUE 'NO'.
  2630 01  WS-DUP-CAP-WARNED      PIC X(3) VALUE 'NO'.
  2640 01  WS-DUP-KEY-COUNT       PIC 9(4) VALUE ZEROES.
  2650 01  DUP-KEY-TABLE.
  2660     05  DUP-KEY-ENTRY OCCURS 2000 TIMES INDEXED BY DUP-IDX.
  2670         10  DUP-KEY-TITLE  PIC X(100) VALUE SPACES.
  2680         10  DUP-KEY-YEAR   PIC X(4)   VALUE SPACES.
  2690*
  2700*-----------------------------------------------------------*
  2710* RANKED-WRITE WORK FIELDS SHARED BY THE SORT AND THE WRITE  *
  2720* OF EACH EXTRACT.                                           *
  2730*-----------------------------------------------------------*
  2740 01  WS-RANK                PIC 9(4) VALUE ZEROES.
  2750 01  WS-SORT-I              PIC 9(4) VALUE ZEROES.
  2760 01  WS-SORT-J              PIC 9(4) VALUE ZEROES.
  2770 01  WS-SORT-START          PIC 9(4) VALUE ZEROES.
  2780 01  WS-SWAP-ENTRY          PIC X(227) VALUE SPACES.
  2790*
  2800*-----------------------------------------------------------*
  2810* FS - FILE STATUS FOR MYFILE. COMMON VALUES:                *
  2820*     00  SUCCESSFUL COMPLETION                              *
  2830*     10  END OF FILE ON READ                                *
  2840*     35  FILE NOT FOUND ON OPEN INPUT                       *
  2850*     41  FILE ALREADY OPEN                                  *
  2860*-----------------------------------------------------------*
  2870 01  FS                     PIC X(2) VALUE SPACES.
  2880*
  2890 PROCEDURE DIVISION.
  2900*
  2910*-----------------------------------------------------------*
  2920* 000-MAIN-PROCEDURE                                        *
  2930*-----------------------------------------------------------*
  2940 000-MAIN-PROCEDURE.
  2950     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  2960     ACCEPT WS-RUN-START-TIME FROM TIME.
  2970     PERFORM 020-LOAD-GENRE-TABLE.
  2980     PERFORM 030-LOAD-EXTRACT-PARMS.
  2990     PERFORM 045-READ-CHECKPOINT.
  3000     OPEN INPUT MYFILE.
  3010     DISPLAY 'OPENING FILE STATUS ' FS.
  3020     IF FS NOT = '00'
  3030         DISPLAY 'UNABLE TO OPEN IMDBLIST - FILE STATUS ' FS
  3040         PERFORM 900-ABEND-RUN
  3050     END-IF.
  3060     OPEN OUTPUT DUP-FILE.
  3070     DISPLAY 'OPENING DUP-FILE FILE STATUS ' DP-FS.
  3080     IF DP-FS NOT = '00'
  3090         DISPLAY 'UNABLE TO OPEN DUP-FILE - FILE STATUS ' DP-FS
  3100         PERFORM 900-ABEND-RUN
  3110     END-IF.
  3120*
  3130     IF WS-CHECKPOINT-COUNT > 0
  3140         DISPLAY 'RESTARTING AFTER CHECKPOINTED RECORD '
  3150             WS-CHECKPOINT-COUNT
  3160         PERFORM 050-SKIP-CHECKPOINTED-RECORD
  3170             VARYING WS-SKIP-COUNTER FROM 1 BY 1
  3180             UNTIL WS-SKIP-COUNTER > WS-CHECKPOINT-COUNT
  3190     END-IF.
  3200     PERFORM 100-READ-RECORD.
  3210     PERFORM 200-FILTER-RECORD UNTIL END-OF-FILE = 'YES'.
  3220*
  3230     CLOSE MYFILE.
  3240     DISPLAY 'CLOSING FILE STATUS IS ' FS.
  3250     PERFORM 250-WRITE-ONE-EXTRACT
  3260         VARYING WS-EXT-SUB FROM 1 BY 1
  3270         UNTIL WS-EXT-SUB > WS-EXTRACT-COUNT.
  3280     CLOSE DUP-FILE.
  3290     DISPLAY 'CLOSING DUP-FILE FILE STATUS IS ' DP-FS.
  3300     PERFORM 300-PRINT-STATISTICS.
  3310     PERFORM 460-CLEAR-CHECKPOINT.
  3320     PERFORM 930-WRITE-RUN-LOG.
  3330*
  3340     STOP RUN.
  3350*
  3360*-----------------------------------------------------------*
  3370* 020-LOAD-GENRE-TABLE                                       *
  3380*                                                            *
  3390* LOADS THE GENRE REFERENCE TABLE BEFORE THE EXTRACT         *
  3400* REQUESTS, WHOSE GENRES ARE LOOKED UP IN IT. A MISSING OR   *
  3410* EMPTY GENREREF ABENDS THE RUN - EVERY TITLE'S GENRE IS     *
  3420* MAPPED THROUGH IT.                                         *
  3430*-----------------------------------------------------------*
  3440 020-LOAD-GENRE-TABLE.
  3450     OPEN INPUT GENRE-REF-FILE.
  3460     IF GF-FS NOT = '00'
  3470         DISPLAY 'UNABLE TO OPEN GENREREF - FILE STATUS '
  3480             GF-FS
  3490         PERFORM 900-ABEND-RUN
  3500     END-IF.
  3510     PERFORM 022-LOAD-ONE-GENRE UNTIL END-OF-FILE = 'YES'.
  3520     CLOSE GENRE-REF-FILE.
  3530     MOVE 'NO' TO END-OF-FILE.
  3540     IF WS-GENRE-KEY-COUNT = 0
  3550         DISPLAY 'GENREREF HOLDS NO GENRES'
  3560         PERFORM 900-ABEND-RUN
  3570     END-IF.
  3580*
  3590*-----------------------------------------------------------*
  3600* 022-LOAD-ONE-GENRE                                         *
  3610*                                                            *
  3620* EVERY ROW ADDS ITS CODE, ITS NAME AND EACH NON-BLANK       *
  3630* ALIAS TO GENRE-KEY-TABLE.                                  *
  3640*-----------------------------------------------------------*
  3650 022-LOAD-ONE-GENRE.
  3660     READ GENRE-REF-FILE
  3670         AT END
  3680             MOVE 'YES' TO END-OF-FILE
  3690     END-READ.
  3700     IF END-OF-FILE NOT = 'YES'
  3710         AND GF-FS NOT = '00'
  3720         DISPLAY 'ERROR READING GENREREF - FILE STATUS '
  3730             GF-FS
  3740         PERFORM 900-ABEND-RUN
  3750     END-IF.
  3760     IF END-OF-FILE NOT = 'YES'
  3770         MOVE GREF-CODE TO WS-GENRE-IN
  3780         PERFORM 026-ADD-GENRE-KEY
  3790         MOVE GREF-NAME TO WS-GENRE-IN
  3800         PERFORM 026-ADD-GENRE-KEY
  3810         PERFORM 024-ADD-ONE-ALIAS
  3820             VARYING WS-ALIAS-SUB FROM 1 BY 1
  3830             UNTIL WS-ALIAS-SUB > 5
  3840     END-IF.
  3850*
  3860*-----------------------------------------------------------*
  3870* 024-ADD-ONE-ALIAS                                          *
  3880*-----------------------------------------------------------*
  3890 024-ADD-ONE-ALIAS.
  3900     IF GREF-ALIAS (WS-ALIAS-SUB) NOT = SPACES
  3910         MOVE GREF-ALIAS (WS-ALIAS-SUB) TO WS-GENRE-IN
  3920         PERFORM 026-ADD-GENRE-KEY
  3930     END-IF.
  3940*
  3950*-----------------------------------------------------------*
  3960* 026-ADD-GENRE-KEY                                          *
  3970*                                                            *
  3980* A SPELLING ALREADY ON THE TABLE KEEPS THE GENRE IT WAS     *
  3990* FIRST LOADED FOR - WARNED WHEN A LATER ROW CLAIMS IT FOR   *
  4000* A DIFFERENT GENRE. ONCE ALL 300 SLOTS ARE TAKEN A FURTHER  *
  4010* SPELLING IS SKIPPED AND WARNED.                            *
  4020*-----------------------------------------------------------*
  4030 026-ADD-GENRE-KEY.
  4040     PERFORM 028-FIND-GENRE.
  4050     IF WS-GENRE-ON-REF = 'YES'
  4060         IF WS-GENRE-CANON NOT = GREF-NAME
  4070             DISPLAY 'WARNING - GENREREF SPELLING ' WS-GENRE-IN
  4080                 ' ALREADY MAPS TO ' WS-GENRE-CANON
  4090         END-IF
  4100     ELSE
  4110         IF WS-GENRE-KEY-COUNT < 300
  4120             ADD 1 TO WS-GENRE-KEY-COUNT
  4130             SET GKY-IDX TO WS-GENRE-KEY-COUNT
  4140             MOVE WS-GENRE-IN TO GKY-TEXT (GKY-IDX)
  4150             MOVE GREF-NAME   TO GKY-NAME (GKY-IDX)
  4160         ELSE
  4170             DISPLAY 'WARNING - GENRE TABLE FULL, '
  4180                 'GENREREF SPELLING SKIPPED: ' WS-GENRE-IN
  4190         END-IF
  4200     END-IF.
  4210*
  4220*-----------------------------------------------------------*
  4230* 028-FIND-GENRE                                             *
  4240*                                                            *
  4250* LOOKS UP THE GENRE IN WS-GENRE-IN (FOLDED TO UPPER CASE    *
  4260* IN PLACE) AND SETS WS-GENRE-ON-REF, WITH THE CANONICAL     *
  4270* NAME IN WS-GENRE-CANON WHEN IT IS FOUND. A BLANK GENRE IS  *
  4280* NEVER ON THE TABLE.                                        *
  4290*-----------------------------------------------------------*
  4300 028-FIND-GENRE.
  4310     MOVE 'NO'   TO WS-GENRE-ON-REF.
  4320     MOVE SPACES TO WS-GENRE-CANON.
  4330     INSPECT WS-GENRE-IN
  4340         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
  4350                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
  4360     SET GKY-IDX TO 1.
  4370     IF WS-GENRE-KEY-COUNT > 0
  4380         AND WS-GENRE-IN NOT = SPACES
  4390         SEARCH GENRE-KEY-ENTRY
  4400             AT END
  4410                 CONTINUE
  4420             WHEN GKY-TEXT (GKY-IDX) = WS-GENRE-IN
  4430                 MOVE 'YES' TO WS-GENRE-ON-REF
  4440                 MOVE GKY-NAME (GKY-IDX) TO WS-GENRE-CANON
  4450         END-SEARCH
  4460     END-IF.
  4470*
  4480*-----------------------------------------------------------*
  4490* 030-LOAD-EXTRACT-PARMS                                     *
  4500*                                                            *
  4510* LOADS THE EXTRACT REQUESTS FROM EXTPARMS - ONE PER LINE:   *
  4520* GENRE(20) MIN-RATING(4, DIGITS 0085 = 8.5) TOP-N(4)        *
  4530* OUTPUT-NAME(30). THE GENRE MAY BE ANY SPELLING ON GENREREF *
  4540* AND IS HELD AS ITS CANONICAL NAME; ONE NOT ON GENREREF     *
  4550* ABENDS THE RUN. NO EXTPARMS FILE (STATUS 35) MEANS AN      *
  4560* ATTENDED RUN, SO THE OLD CONSOLE PROMPTS BUILD A SINGLE    *
  4570* EXTRACT TO SHORTLST INSTEAD. AN EMPTY OR OVERFULL          *
  4580* PARAMETER FILE OR A NON-NUMERIC FIELD ABENDS THE RUN -     *
  4590* NOBODY IS AT THE CONSOLE OVERNIGHT TO CATCH A HALF-READ    *
  4600* PARAMETER FILE.                                            *
  4610*-----------------------------------------------------------*
  4620 030-LOAD-EXTRACT-PARMS.
  4630     OPEN INPUT PARM-FILE.
  4640     IF PM-FS = '35'
  4650         PERFORM 040-ACCEPT-FILTER-CRITERIA
  4660     ELSE
  4670         IF PM-FS NOT = '00'
  4680             DISPLAY 'UNABLE TO OPEN EXTPARMS - FILE STATUS '
  4690                 PM-FS
  4700             PERFORM 900-ABEND-RUN
  4710         END-IF
  4720         PERFORM 035-LOAD-ONE-PARM UNTIL END-OF-FILE = 'YES'
  4730         CLOSE PARM-FILE
  4740         MOVE 'NO' TO END-OF-FILE
  4750         IF WS-EXTRACT-COUNT = 0
  4760             DISPLAY 'EXTPARMS HOLDS NO EXTRACT REQUESTS'
  4770             PERFORM 900-ABEND-RUN
  4780         END-IF
  4790     END-IF.
  4800*
  4810*-----------------------------------------------------------*
  4820* 035-LOAD-ONE-PARM                                          *
  4830*-----------------------------------------------------------*
  4840 035-LOAD-ONE-PARM.
  4850     READ PARM-FILE
  4860         AT END
  4870             MOVE 'YES' TO END-OF-FILE
  4880     END-READ.
  4890     IF PM-FS NOT = '00' AND PM-FS NOT = '10'
  4900         DISPLAY 'ERROR READING EXTPARMS - FILE STATUS ' PM-FS
  4910         PERFORM 900-ABEND-RUN
  4920     END-IF.
  4930     IF END-OF-FILE NOT = 'YES'
  4940         PERFORM 038-STORE-ONE-PARM
  4950     END-IF.
  4960*
  4970*-----------------------------------------------------------*
  4980* 038-STORE-ONE-PARM                                         *
  4990*-----------------------------------------------------------*
  5000 038-STORE-ONE-PARM.
  5010     IF WS-EXTRACT-COUNT NOT < 10
  5020         DISPLAY 'EXTPARMS HOLDS MORE THAN 10 EXTRACT REQUESTS'
  5030         PERFORM 900-ABEND-RUN
  5040     END-IF.
  5050     IF PR-MIN-RATING IS NOT NUMERIC
  5060         OR PR-TOP-N IS NOT NUMERIC
  5070         DISPLAY 'EXTPARMS RATING/TOP-N NOT NUMERIC: '
  5080             PARM-RECORD
  5090         PERFORM 900-ABEND-RUN
  5100     END-IF.
  5110     IF PR-OUTPUT-NAME = SPACES
  5120         DISPLAY 'EXTPARMS OUTPUT NAME MISSING: ' PARM-RECORD
  5130         PERFORM 900-ABEND-RUN
  5140     END-IF.
  5150     MOVE PR-GENRE TO WS-GENRE-IN.
  5160     PERFORM 028-FIND-GENRE.
  5170     IF PR-GENRE NOT = SPACES
  5180         AND WS-GENRE-ON-REF = 'NO'
  5190         DISPLAY 'EXTPARMS GENRE NOT ON GENREREF: ' PARM-RECORD
  5200         PERFORM 900-ABEND-RUN
  5210     END-IF.
  5220     ADD 1 TO WS-EXTRACT-COUNT.
  5230     MOVE WS-GENRE-CANON TO EXT-GENRE (WS-EXTRACT-COUNT).
  5240     MOVE PR-MIN-RATING  TO EXT-MIN-RATING (WS-EXTRACT-COUNT).
  5250     MOVE PR-TOP-N       TO EXT-TOP-N (WS-EXTRACT-COUNT).
  5260     MOVE PR-OUTPUT-NAME TO EXT-OUTPUT-NAME (WS-EXTRACT-COUNT).
  5270     MOVE ZEROES         TO EXT-MATCH-COUNT (WS-EXTRACT-COUNT).
  5280     MOVE 'N'            TO EXT-CAP-WARNED (WS-EXTRACT-COUNT).
  5290*
  5300*-----------------------------------------------------------*
  5310* 040-ACCEPT-FILTER-CRITERIA                                 *
  5320*                                                            *
  5330* ATTENDED-RUN FALLBACK - PROMPTS FOR THE GENRE TO EXTRACT,  *
  5340* THE MINIMUM RATING A TITLE MUST HAVE, AND THE TOP-N CAP ON *
  5350* THE RANKED SHORTLIST (ZERO MEANS EVERY MATCH), AND BUILDS  *
  5360* A SINGLE EXTRACT REQUEST TO SHORTLST FROM THEM.            *
  5370*-----------------------------------------------------------*
  5380 040-ACCEPT-FILTER-CRITERIA.
  5390     DISPLAY 'ENTER GENRE TO EXTRACT: '.
  5400     ACCEPT WS-FILTER-GENRE.
  5410     MOVE WS-FILTER-GENRE TO WS-GENRE-IN.
  5420     PERFORM 028-FIND-GENRE.
  5430     IF WS-FILTER-GENRE NOT = SPACES
  5440         AND WS-GENRE-ON-REF = 'NO'
  5450         DISPLAY 'GENRE ' WS-FILTER-GENRE ' IS NOT ON GENREREF'
  5460         PERFORM 900-ABEND-RUN
  5470     END-IF.
  5480     DISPLAY 'ENTER MINIMUM RATING (E.G. 8.5): '.
  5490     ACCEPT WS-MIN-RATING.
  5500     DISPLAY 'ENTER TOP-N CAP (0 FOR ALL MATCHES): '.
  5510     ACCEPT WS-TOP-N.
  5520     MOVE 1 TO WS-EXTRACT-COUNT.
  5530     MOVE WS-GENRE-CANON  TO EXT-GENRE (1).
  5540     MOVE WS-MIN-RATING   TO EXT-MIN-RATING (1).
  5550     MOVE WS-TOP-N        TO EXT-TOP-N (1).
  5560     MOVE 'SHORTLST'      TO EXT-OUTPUT-NAME (1).
  5570     MOVE ZEROES          TO EXT-MATCH-COUNT (1).
  5580     MOVE 'N'             TO EXT-CAP-WARNED (1).
  5590*
  5600*-----------------------------------------------------------*
  5610* 045-READ-CHECKPOINT                                        *
  5620*                                                            *
  5630* LOADS WS-CHECKPOINT-COUNT FROM CHKPTFIL IF A PRIOR RUN LEFT *
  5640* ONE BEHIND. NO CHECKPOINT FILE MEANS A FRESH RUN, SO A      *
  5650* MISSING FILE (FILE STATUS 35) IS NOT AN ERROR HERE.         *
  5660*-----------------------------------------------------------*
  5670 045-READ-CHECKPOINT.
  5680     MOVE ZEROES TO WS-CHECKPOINT-COUNT.
  5690     OPEN INPUT CHECKPOINT-FILE.
  5700     IF CK-FS = '00'
  5710         READ CHECKPOINT-FILE INTO WS-CHECKPOINT-COUNT
  5720             AT END
  5730                 MOVE ZEROES TO WS-CHECKPOINT-COUNT
  5740         END-READ
  5750         CLOSE CHECKPOINT-FILE
  5760     END-IF.
  5770*
  5780*-----------------------------------------------------------*
  5790* 050-SKIP-CHECKPOINTED-RECORD                                *
  5800*                                                            *
  5810* FAST-FORWARDS PAST A RECORD THAT WAS ALREADY PROCESSED BY   *
  5820* THE PRIOR RUN. THE RECORD IS NOT RE-FILED (NO CHECKPOINT    *
  5830* UPDATE) BUT IT IS RUN BACK THROUGH THE STATISTICS,          *
  5840* DUPLICATE-CHECK AND EXTRACT-MATCH LOGIC SO THAT             *
  5850* WS-TITLE-COUNT, WS-RATING-TOTAL, GENRE-STATS-TABLE,         *
  5860* DUP-KEY-TABLE AND EVERY EXTRACT'S MATCH TABLE ARE REBUILT   *
  5870* TO THE SAME STATE THEY WERE IN WHEN THE PRIOR RUN           *
  5880* CHECKPOINTED, INSTEAD OF STARTING EMPTY ON A RESTART. THE   *
  5890* EXTRACT FILES THEMSELVES ARE ONLY WRITTEN AT END OF RUN,    *
  5900* SO NOTHING THE ABENDED RUN WROTE IS DOUBLED UP.             *
  5910*-----------------------------------------------------------*
  5920 050-SKIP-CHECKPOINTED-RECORD.
  5930     PERFORM 100-READ-RECORD.
  5940     IF END-OF-FILE NOT = 'YES'
  5950         PERFORM 230-CHECK-DUPLICATE
  5960         IF WS-DUPLICATE-FLAG = 'NO'
  5970             PERFORM 210-ACCUMULATE-STATISTICS
  5980             PERFORM 235-TEST-ONE-EXTRACT
  5990                 VARYING WS-EXT-SUB FROM 1 BY 1
  6000                 UNTIL WS-EXT-SUB > WS-EXTRACT-COUNT
  6010         END-IF
  6020     END-IF.
  6030*
  6040*-----------------------------------------------------------*
  6050* 100-READ-RECORD                                            *
  6060*-----------------------------------------------------------*
  6070 100-READ-RECORD.
  6080     READ MYFILE
  6090         INTO WS-RECORD
  6100         AT END
  6110             MOVE 'YES' TO END-OF-FILE
  6120             DISPLAY 'FILE ENDED HERE FILE STATUS ' FS
  6130     END-READ.
  6140     IF FS NOT = '00' AND FS NOT = '10'
  6150         DISPLAY 'ERROR READING IMDBLIST - FILE STATUS ' FS
  6160         PERFORM 900-ABEND-RUN
  6170     END-IF.
  6180*
  6190*-----------------------------------------------------------*
  6200* 200-FILTER-RECORD                                          *
  6210*                                                            *
  6220* TESTS THE RECORD AGAINST EVERY EXTRACT REQUEST IN ONE      *
  6230* PASS - A TITLE CAN LAND ON SEVERAL EXTRACTS. A RECORD THAT *
  6240* 230-CHECK-DUPLICATE RECOGNIZES AS A REPEAT IS LOGGED TO    *
  6250* DUPES ONLY - IT IS EXCLUDED FROM THE RUNNING STATISTICS    *
  6260* AND IS NOT ELIGIBLE FOR ANY EXTRACT.                       *
  6270*-----------------------------------------------------------*
  6280 200-FILTER-RECORD.
  6290     PERFORM 230-CHECK-DUPLICATE.
  6300     IF WS-DUPLICATE-FLAG = 'NO'
  6310         PERFORM 210-ACCUMULATE-STATISTICS
  6320         PERFORM 235-TEST-ONE-EXTRACT
  6330             VARYING WS-EXT-SUB FROM 1 BY 1
  6340             UNTIL WS-EXT-SUB > WS-EXTRACT-COUNT
  6350     END-IF
  6360     ADD 1 TO WS-CHECKPOINT-COUNT
  6370     PERFORM 400-WRITE-CHECKPOINT
  6380     PERFORM 100-READ-RECORD.
  6390*
  6400*-----------------------------------------------------------*
  6410* 210-ACCUMULATE-STATISTICS                                  *
  6420*                                                            *
  6430* ROLLS THE CURRENT RECORD INTO THE RUNNING TOTALS PRINTED   *
  6440* BY 300-PRINT-STATISTICS AT END OF RUN. THE GENRE IS MAPPED *
  6450* FIRST, SO THE TALLY HERE AND THE EXTRACT TESTS THAT FOLLOW *
  6460* BOTH SEE THE CANONICAL GENRE.                              *
  6470*-----------------------------------------------------------*
  6480 210-ACCUMULATE-STATISTICS.
  6490     ADD 1 TO WS-TITLE-COUNT
  6500     ADD IMDB-RATING OF WS-RECORD TO WS-RATING-TOTAL
  6510     IF IMDB-RATING OF WS-RECORD > WS-HIGHEST-RATING
  6520         MOVE IMDB-RATING OF WS-RECORD TO WS-HIGHEST-RATING
  6530         MOVE IMDB-TITLE OF WS-RECORD TO WS-HIGHEST-TITLE
  6540     END-IF
  6550     PERFORM 215-MAP-RECORD-GENRE
  6560     PERFORM 220-TALLY-GENRE.
  6570*
  6580*-----------------------------------------------------------*
  6590* 215-MAP-RECORD-GENRE                                       *
  6600*                                                            *
  6610* REPLACES THE RECORD'S GENRE WITH ITS CANONICAL NAME FROM   *
  6620* GENREREF, SO THE TITLE IS TALLIED, MATCHED AND EXTRACTED   *
  6630* UNDER THAT NAME. A GENRE NOT ON GENREREF IS LEFT AS THE    *
  6640* FEED SPELT IT - IT STILL SHOWS IN THE BREAKDOWN - AND IS   *
  6650* COUNTED.                                                   *
  6660*-----------------------------------------------------------*
  6670 215-MAP-RECORD-GENRE.
  6680     MOVE IMDB-GENRE OF WS-RECORD TO WS-GENRE-IN.
  6690     PERFORM 028-FIND-GENRE.
  6700     IF WS-GENRE-ON-REF = 'YES'
  6710         MOVE WS-GENRE-CANON TO IMDB-GENRE OF WS-RECORD
  6720     ELSE
  6730         ADD 1 TO WS-UNKNOWN-GENRE-COUNT
  6740     END-IF.
  6750*
  6760*-----------------------------------------------------------*
  6770* 220-TALLY-GENRE                                            *
  6780*                                                            *
  6790* FINDS THE CURRENT RECORD'S GENRE IN GENRE-STATS-TABLE AND  *
  6800* BUMPS ITS COUNT, ADDING A NEW ENTRY THE FIRST TIME A GENRE  *
  6810* IS SEEN. ONCE ALL 20 SLOTS ARE TAKEN, ANY FURTHER NEW GENRE *
  6820* IS LEFT OUT OF THE BREAKDOWN - WARNED ONCE, THE FIRST TIME  *
  6830* THAT HAPPENS, SO THE GAP IS VISIBLE RATHER THAN SILENT.     *
  6840*-----------------------------------------------------------*
  6850 220-TALLY-GENRE.
  6860     SET GEN-IDX TO 1
  6870     SEARCH GENRE-STAT-ENTRY
  6880         AT END
  6890             IF WS-GENRE-COUNT < 20
  6900                 ADD 1 TO WS-GENRE-COUNT
  6910                 SET GEN-IDX TO WS-GENRE-COUNT
  6920                 MOVE IMDB-GENRE OF WS-RECORD
  6930                     TO GENRE-STAT-NAME (GEN-IDX)
  6940                 MOVE 1 TO GENRE-STAT-COUNT (GEN-IDX)
  6950             ELSE
  6960                 IF WS-GENRE-CAP-WARNED = 'NO'
  6970                   DISPLAY 'WARNING - GENRE TABLE FULL, GENRE'
  6980                       ' BREAKDOWN IS NOW INCOMPLETE'
  6990                   MOVE 'YES' TO WS-GENRE-CAP-WARNED
  7000                 END-IF
  7010             END-IF
  7020         WHEN GENRE-STAT-NAME (GEN-IDX) = IMDB-GENRE OF WS-RECORD
  7030             ADD 1 TO GENRE-STAT-COUNT (GEN-IDX)
  7040     END-SEARCH.
  7050*
  7060*-----------------------------------------------------------*
  7070* 230-CHECK-DUPLICATE                                        *
  7080*                                                            *
  7090* A TITLE IS A DUPLICATE WHEN ITS TITLE AND YEAR MATCH AN     *
  7100* ENTRY ALREADY SEEN. FIRST SIGHTINGS ARE ADDED TO THE        *
  7110* DUP-KEY-TABLE SO A LATER REPEAT CAN BE RECOGNIZED. SETS      *
  7120* WS-DUPLICATE-FLAG SO 200-FILTER-RECORD CAN EXCLUDE A REPEAT  *
  7130* FROM THE RUNNING STATISTICS AND THE EXTRACTS. ONCE ALL 2000  *
  7140* SLOTS ARE TAKEN, A FURTHER NEW TITLE+YEAR CAN NO LONGER BE   *
  7150* REMEMBERED AND A LATER REPEAT OF IT WILL GO UNDETECTED -     *
  7160* WARNED ONCE, THE FIRST TIME THAT HAPPENS.                    *
  7170*-----------------------------------------------------------*
  7180  230-CHECK-DUPLICATE.
  7190     MOVE 'NO' TO WS-DUPLICATE-FLAG
  7200     SET DUP-IDX TO 1
  7210     SEARCH DUP-KEY-ENTRY
  7220         AT END
  7230             IF WS-DUP-KEY-COUNT < 2000
  7240                 ADD 1 TO WS-DUP-KEY-COUNT
  7250                 SET DUP-IDX TO WS-DUP-KEY-COUNT
  7260                 MOVE IMDB-TITLE OF WS-RECORD
  7270                     TO DUP-KEY-TITLE (DUP-IDX)
  7280                 MOVE IMDB-YEAR OF WS-RECORD
  7290                     TO DUP-KEY-YEAR (DUP-IDX)
  7300             ELSE
  7310                 IF WS-DUP-CAP-WARNED = 'NO'
  7320                   DISPLAY 'WARNING - DUP-KEY TABLE FULL, DUP'
  7330                       ' CHECK IS NOW INCOMPLETE'
  7340                   MOVE 'YES' TO WS-DUP-CAP-WARNED
  7350                 END-IF
  7360             END-IF
  7370         WHEN DUP-KEY-TITLE (DUP-IDX) = IMDB-TITLE OF WS-RECORD
  7380             AND DUP-KEY-YEAR (DUP-IDX) = IMDB-YEAR OF WS-RECORD
  7390             MOVE 'YES' TO WS-DUPLICATE-FLAG
  7400             ADD 1 TO WS-DUPLICATE-COUNT
  7410             WRITE DUPLICATE-RECORD FROM WS-RECORD
  7420     END-SEARCH.
  7430*
  7440*-----------------------------------------------------------*
  7450* 235-TEST-ONE-EXTRACT                                       *
  7460*                                                            *
  7470* TESTS THE CURRENT RECORD AGAINST EXTRACT WS-EXT-SUB AND    *
  7480* SAVES IT IN THAT EXTRACT'S MATCH TABLE WHEN THE GENRE      *
  7490* MATCHES AND THE RATING IS AT LEAST THE EXTRACT'S MINIMUM.  *
  7500*-----------------------------------------------------------*
  7510 235-TEST-ONE-EXTRACT.
  7520     IF IMDB-GENRE OF WS-RECORD = EXT-GENRE (WS-EXT-SUB)
  7530         AND IMDB-RATING OF WS-RECORD
  7540             NOT < EXT-MIN-RATING (WS-EXT-SUB)
  7550         PERFORM 240-SAVE-EXTRACT-MATCH
  7560     END-IF.
  7570*
  7580*-----------------------------------------------------------*
  7590* 240-SAVE-EXTRACT-MATCH                                     *
  7600*                                                            *
  7610* HOLDS THE RECORD IN EXTRACT WS-EXT-SUB'S MATCH TABLE UNTIL *
  7620* 250-WRITE-ONE-EXTRACT SORTS AND WRITES THE LOT AT END OF   *
  7630* RUN. THE RATING IS CARRIED SEPARATELY AS THE SORT KEY,     *
  7640* WITH THE ARRIVAL SEQUENCE AS THE TIE-BREAK.                *
  7650*-----------------------------------------------------------*
  7660 240-SAVE-EXTRACT-MATCH.
  7670     IF EXT-MATCH-COUNT (WS-EXT-SUB) < 2000
  7680         ADD 1 TO EXT-MATCH-COUNT (WS-EXT-SUB)
  7690         MOVE IMDB-RATING OF WS-RECORD
  7700             TO EXT-MATCH-RATING
  7710                 (WS-EXT-SUB, EXT-MATCH-COUNT (WS-EXT-SUB))
  7720         MOVE EXT-MATCH-COUNT (WS-EXT-SUB)
  7730             TO EXT-MATCH-SEQ
  7740                 (WS-EXT-SUB, EXT-MATCH-COUNT (WS-EXT-SUB))
  7750         MOVE WS-RECORD
  7760             TO EXT-MATCH-RECORD
  7770                 (WS-EXT-SUB, EXT-MATCH-COUNT (WS-EXT-SUB))
  7780     ELSE
  7790         IF EXT-CAP-WARNED (WS-EXT-SUB) = 'N'
  7800             DISPLAY 'WARNING - MATCH TABLE FULL, EXTRACT '
  7810                 EXT-OUTPUT-NAME (WS-EXT-SUB)
  7820                 ' IS NOW INCOMPLETE'
  7830             MOVE 'Y' TO EXT-CAP-WARNED (WS-EXT-SUB)
  7840         END-IF
  7850     END-IF.
  7860*
  7870*-----------------------------------------------------------*
  7880* 250-WRITE-ONE-EXTRACT                                      *
  7890*                                                            *
  7900* SORTS EXTRACT WS-EXT-SUB'S MATCH TABLE BY RATING           *
  7910* DESCENDING AND WRITES ONE RANKED LINE PER MATCH TO THE     *
  7920* EXTRACT'S OWN OUTPUT FILE, STOPPING AT THE TOP-N CAP WHEN  *
  7930* ONE WAS GIVEN. MATCHES WITH EQUAL RATINGS KEEP THE ORDER   *
  7940* THEY HELD IN IMDBlist.txt.                                 *
  7950*-----------------------------------------------------------*
  7960 250-WRITE-ONE-EXTRACT.
  7970     MOVE EXT-OUTPUT-NAME (WS-EXT-SUB) TO WS-EXTRACT-NAME.
  7980     OPEN OUTPUT EXTRACT-FILE.
  7990     IF SL-FS NOT = '00'
  8000         DISPLAY 'UNABLE TO OPEN EXTRACT '
  8010             EXT-OUTPUT-NAME (WS-EXT-SUB)
  8020             ' - FILE STATUS ' SL-FS
  8030         PERFORM 900-ABEND-RUN
  8040     END-IF.
  8050     PERFORM 260-SORT-ONE-SLOT
  8060         VARYING WS-SORT-I FROM 1 BY 1
  8070         UNTIL WS-SORT-I NOT < EXT-MATCH-COUNT (WS-EXT-SUB).
  8080     MOVE ZEROES TO WS-RANK.
  8090     PERFORM 270-WRITE-ONE-RANKED-LINE
  8100         VARYING WS-SORT-I FROM 1 BY 1
  8110         UNTIL WS-SORT-I > EXT-MATCH-COUNT (WS-EXT-SUB)
  8120             OR (EXT-TOP-N (WS-EXT-SUB) > 0
  8130                 AND WS-SORT-I > EXT-TOP-N (WS-EXT-SUB)).
  8140     CLOSE EXTRACT-FILE.
  8150     DISPLAY 'EXTRACT ' EXT-OUTPUT-NAME (WS-EXT-SUB)
  8160         ' WRITTEN - MATCHES ' EXT-MATCH-COUNT (WS-EXT-SUB).
  8170*
  8180*-----------------------------------------------------------*
  8190* 260-SORT-ONE-SLOT                                          *
  8200*                                                            *
  8210* SELECTION SORT OUTER STEP - PULLS THE HIGHEST REMAINING    *
  8220* RATING INTO SLOT WS-SORT-I OF EXTRACT WS-EXT-SUB.          *
  8230*-----------------------------------------------------------*
  8240 260-SORT-ONE-SLOT.
  8250     COMPUTE WS-SORT-START = WS-SORT-I + 1.
  8260     PERFORM 265-COMPARE-AND-SWAP
  8270         VARYING WS-SORT-J FROM WS-SORT-START BY 1
  8280         UNTIL WS-SORT-J > EXT-MATCH-COUNT (WS-EXT-SUB).
  8290*
  8300*-----------------------------------------------------------*
  8310* 265-COMPARE-AND-SWAP                                       *
  8320*-----------------------------------------------------------*
  8330 265-COMPARE-AND-SWAP.
  8340     IF EXT-MATCH-RATING (WS-EXT-SUB, WS-SORT-J)
  8350         > EXT-MATCH-RATING (WS-EXT-SUB, WS-SORT-I)
  8360         OR (EXT-MATCH-RATING (WS-EXT-SUB, WS-SORT-J)
  8370             = EXT-MATCH-RATING (WS-EXT-SUB, WS-SORT-I)
  8380             AND EXT-MATCH-SEQ (WS-EXT-SUB, WS-SORT-J)
  8390                 < EXT-MATCH-SEQ (WS-EXT-SUB, WS-SORT-I))
  8400         MOVE EXT-MATCH-ENTRY (WS-EXT-SUB, WS-SORT-I)
  8410             TO WS-SWAP-ENTRY
  8420         MOVE EXT-MATCH-ENTRY (WS-EXT-SUB, WS-SORT-J)
  8430             TO EXT-MATCH-ENTRY (WS-EXT-SUB, WS-SORT-I)
  8440         MOVE WS-SWAP-ENTRY
  8450             TO EXT-MATCH-ENTRY (WS-EXT-SUB, WS-SORT-J)
  8460     END-IF.
  8470*
  8480*-----------------------------------------------------------*
  8490* 270-WRITE-ONE-RANKED-LINE                                  *
  8500*-----------------------------------------------------------*
  8510 270-WRITE-ONE-RANKED-LINE.
  8520     ADD 1 TO WS-TOTAL-WRITTEN.
  8530     ADD 1 TO WS-RANK.
  8540     MOVE SPACES TO EXTRACT-RECORD.
  8550     MOVE WS-RANK TO SL-RANK.
  8560     MOVE EXT-MATCH-RECORD (WS-EXT-SUB, WS-SORT-I)
  8570         TO SL-RECORD-DATA.
  8580     WRITE EXTRACT-RECORD.
  8590     IF SL-FS NOT = '00'
  8600         DISPLAY 'UNABLE TO WRITE EXTRACT '
  8610             EXT-OUTPUT-NAME (WS-EXT-SUB)
  8620             ' - FILE STATUS ' SL-FS
  8630         PERFORM 900-ABEND-RUN
  8640     END-IF.
  8650*
  8660*-----------------------------------------------------------*
  8670* 300-PRINT-STATISTICS                                       *
  8680*                                                            *
  8690* PRINTS THE END-OF-RUN SUMMARY - TOTAL TITLES, AVERAGE      *
  8700* RATING, THE HIGHEST-RATED TITLE, AND A COUNT PER GENRE.    *
  8710*-----------------------------------------------------------*
  8720 300-PRINT-STATISTICS.
  8730     DISPLAY ' '.
  8740     DISPLAY '===== IMDB SUMMARY STATISTICS ====='.
  8750     DISPLAY 'TOTAL TITLES READ..... ' WS-TITLE-COUNT.
  8760     DISPLAY 'DUPLICATE TITLES...... ' WS-DUPLICATE-COUNT.
  8770     DISPLAY 'EXTRACTS PRODUCED..... ' WS-EXTRACT-COUNT.
  8780     DISPLAY 'GENRES NOT ON GENREREF ' WS-UNKNOWN-GENRE-COUNT.
  8790     IF WS-TITLE-COUNT > 0
  8800         COMPUTE WS-AVERAGE-RATING ROUNDED =
  8810             WS-RATING-TOTAL / WS-TITLE-COUNT
  8820         DISPLAY 'AVERAGE RATING........ ' WS-AVERAGE-RATING
  8830         DISPLAY 'HIGHEST RATED TITLE... ' WS-HIGHEST-TITLE
  8840         DISPLAY '   RATING............. ' WS-HIGHEST-RATING
  8850         DISPLAY 'TITLES BY GENRE:'
  8860         PERFORM 310-PRINT-GENRE-COUNT
  8870             VARYING GEN-IDX FROM 1 BY 1
  8880             UNTIL GEN-IDX > WS-GENRE-COUNT
  8890     END-IF.
  8900*
  8910*-----------------------------------------------------------*
  8920* 310-PRINT-GENRE-COUNT                                      *
  8930*-----------------------------------------------------------*
  8940 310-PRINT-GENRE-COUNT.
  8950     DISPLAY '   ' GENRE-STAT-NAME (GEN-IDX)
  8960         ' - ' GENRE-STAT-COUNT (GEN-IDX).
  8970*
  8980*-----------------------------------------------------------*
  8990* 400-WRITE-CHECKPOINT                                       *
  9000*                                                            *
  9010* REWRITES CHKPTFIL WITH THE COUNT OF RECORDS PROCESSED SO    *
  9020* FAR, SO A RUN THAT ABENDS AFTER THIS POINT RESTARTS PAST    *
  9030* EVERY RECORD ALREADY HANDLED.                                *
  9040*-----------------------------------------------------------*
  9050 400-WRITE-CHECKPOINT.
  9060     MOVE WS-CHECKPOINT-COUNT TO CHECKPOINT-RECORD.
  9070     OPEN OUTPUT CHECKPOINT-FILE.
  9080     IF CK-FS NOT = '00'
  9090         DISPLAY 'UNABLE TO OPEN CHKPTFIL - FILE STATUS ' CK-FS
  9100         PERFORM 900-ABEND-RUN
  9110     END-IF.
  9120     WRITE CHECKPOINT-RECORD.
  9130     IF CK-FS NOT = '00'
  9140         DISPLAY 'UNABLE TO WRITE CHKPTFIL - FILE STATUS ' CK-FS
  9150         PERFORM 900-ABEND-RUN
  9160     END-IF.
  9170     CLOSE CHECKPOINT-FILE.
  9180*
  9190*-----------------------------------------------------------*
  9200* 460-CLEAR-CHECKPOINT                                       *
  9210*                                                            *
  9220* CALLED ONLY AFTER A CLEAN END OF RUN. RESETS THE CHECKPOINT *
  9230* TO ZERO SO THE NEXT RUN STARTS FROM THE TOP OF IMDBlist.txt *
  9240* INSTEAD OF SKIPPING RECORDS A COMPLETED RUN ALREADY COVERED.*
  9250*-----------------------------------------------------------*
  9260 460-CLEAR-CHECKPOINT.
  9270     MOVE ZEROES TO WS-CHECKPOINT-COUNT.
  9280     PERFORM 400-WRITE-CHECKPOINT.
  9290*
  9300*-----------------------------------------------------------*
  9310* 900-ABEND-RUN                                              *
  9320*                                                            *
  9330* COMMON ABORT POINT FOR A GENUINE FILE I/O ERROR. THE        *
  9340* CHECKPOINT FILE IS LEFT AS IT WAS AS OF THE LAST RECORD     *
  9350* SUCCESSFULLY PROCESSED SO THE NEXT RUN CAN RESTART FROM     *
  9360* THERE.                                                      *
  9370*-----------------------------------------------------------*
  9380 900-ABEND-RUN.
  9390     DISPLAY 'STATUS IS ABENDING - SEE THE FILE STATUS'.
  9400     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  9410     MOVE 16 TO RETURN-CODE.
  9420     PERFORM 930-WRITE-RUN-LOG.
  9430     STOP RUN.
  9440*
  9450*-----------------------------------------------------------*
  9460* 930-WRITE-RUN-LOG                                          *
  9470*                                                            *
  9480* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE - TITLES  *
  9490* WHOSE GENRE IS NOT ON GENREREF ARE THE EXCEPTIONS. CALLED  *
  9500* ON A CLEAN END AND FROM 900-ABEND-RUN, SO A FAILURE HERE   *
  9510* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  9520*-----------------------------------------------------------*
  9530 930-WRITE-RUN-LOG.
  9540     OPEN EXTEND RUN-LOG-FILE.
  9550     IF RL-FS NOT = '00' AND RL-FS NOT = '05'
  9560         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS ' RL-FS
  9570     ELSE
  9580         MOVE SPACES TO RUN-LOG-RECORD
  9590         MOVE 'STATUS'            TO RL-PROGRAM-NAME
  9600         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  9610         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  9620         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  9630         ACCEPT WS-RUN-END-TIME FROM TIME
  9640         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  9650         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  9660         COMPUTE RL-RECORDS-READ = WS-TITLE-COUNT
  9670             + WS-DUPLICATE-COUNT
  9680         MOVE WS-TOTAL-WRITTEN    TO RL-RECORDS-WRITTEN
  9690         MOVE WS-UNKNOWN-GENRE-COUNT TO RL-EXCEPTION-COUNT
  9700         MOVE WS-DUPLICATE-COUNT  TO RL-DUPLICATE-COUNT
  9710         MOVE RETURN-CODE         TO RL-RETURN-CODE
  9720         WRITE RUN-LOG-RECORD
  9730         IF RL-FS NOT = '00'
  9740             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  9750                 RL-FS
  9760         END-IF
  9770         CLOSE RUN-LOG-FILE
  9780     END-IF.
