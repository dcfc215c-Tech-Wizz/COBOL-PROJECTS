   240*                  EDITS AND THE CATLOG AUDIT TRAIL STILL   *
   250*                  APPLY - THE TYPIST IS OUT OF THE LOOP,   *
   260*                  THE CONTROLS ARE NOT.                    *
   270* 2026-10-15 DP    FEED GENRES ARE MAPPED THROUGH THE       *
   280*                  GENREREF REFERENCE FILE, SO AN ALIAS     *
   290*                  GOES OUT AS ITS CANONICAL GENRE NAME AND *
   300*                  IS COMPARED WITH THE MASTER IN THAT      *
   310*                  FORM. A TITLE WHOSE GENRE IS NOT ON      *
   320*                  GENREREF IS REJECTED TO CATLOG INSTEAD   *
   330*                  OF GENERATING A TRANSACTION.             *
   340* 2026-10-15 DP    CATALOG DECLARED WITH ITS ALTERNATE KEYS *
   350*                  ON YEAR AND GENRE TO MATCH THE MASTER.   *
   360*-----------------------------------------------------------*
   370 ENVIRONMENT DIVISION.
   380 INPUT-OUTPUT SECTION.
   390 FILE-CONTROL.
   400     SELECT LIST-FILE ASSIGN TO "IMDBlist.txt"
   410         ORGANIZATION IS LINE SEQUENTIAL
   420         ACCESS MODE IS SEQUENTIAL
   430         FILE STATUS IS WS-LIST-FS.
   440*
   450     SELECT CATALOG-FILE ASSIGN TO "CATALOG"
   460         ORGANIZATION IS INDEXED
   470         ACCESS MODE IS DYNAMIC
   480         RECORD KEY IS CAT-KEY
   490         ALTERNATE RECORD KEY IS CAT-YEAR WITH DUPLICATES
   500         ALTERNATE RECORD KEY IS CAT-GENRE WITH DUPLICATES
   510         FILE STATUS IS WS-CATALOG-FS.
   520*
   530     SELECT TRANS-FILE ASSIGN TO "CATTRANS"
   540         ORGANIZATION IS LINE SEQUENTIAL
   550         ACCESS MODE IS SEQUENTIAL
   560         FILE STATUS IS WS-TRANS-FS.
   570*
   580     SELECT GENRE-REF-FILE ASSIGN TO "GENREREF"
   590         ORGANIZATION IS LINE SEQUENTIAL
   600         ACCESS MODE IS SEQUENTIAL
   610         FILE STATUS IS WS-GENREF-FS.
   620*
   630     SELECT OPTIONAL LOG-FILE ASSIGN TO "CATLOG"
   640         ORGANIZATION IS LINE SEQUENTIAL
   650         ACCESS MODE IS SEQUENTIAL
   660         FILE STATUS IS WS-LOG-FS.
   670*
   680     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   690         ORGANIZATION IS LINE SEQUENTIAL
   700         ACCESS MODE IS SEQUENTIAL
   710         FILE STATUS IS WS-RUNLOG-FS.
   720*
   730 DATA DIVISION.
   740 FILE SECTION.
   750 FD  LIST-FILE.
   760 01  LIST-RECORD.
   770     COPY IMDBREC.
   780*
   790 FD  CATALOG-FILE.
   800 01  CATALOG-RECORD.
   810     COPY CATREC.
   820*
   830 FD  TRANS-FILE.
   840 01  TRANS-RECORD.
   850     05  CT-ACTION          PIC X(1).
   860     05  FILLER             PIC X(1).
   870     05  CT-TITLE           PIC X(100).
   880     05  CT-YEAR            PIC X(4).
   890     05  CT-RATING          PIC X(4).
   900     05  CT-GENRE           PIC X(20).
   910     05  CT-RUNTIME         PIC X(3).
   920*
   930 FD  GENRE-REF-FILE.
   940 01  GENRE-REF-RECORD.
   950     COPY GENREREF.
   960*
   970 FD  LOG-FILE.
   980 01  LOG-LINE               PIC X(180).
   990*
  1000 FD  RUN-LOG-FILE.
  1010 01  RUN-LOG-RECORD.
  1020     COPY RUNLOGREC.
  1030*
  1040 WORKING-STORAGE SECTION.
  1050*
  1060 01  WS-LIST-FS             PIC X(2) VALUE SPACES.
  1070 01  WS-CATALOG-FS          PIC X(2) VALUE SPACES.
  1080 01  WS-TRANS-FS            PIC X(2) VALUE SPACES.
  1090 01  WS-RUNLOG-FS           PIC X(2) VALUE SPACES.
  1100 01  WS-GENREF-FS           PIC X(2) VALUE SPACES.
  1110 01  WS-LOG-FS              PIC X(2) VALUE SPACES.
  1120 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1130 01  WS-MASTER-EOF          PIC X(3) VALUE 'NO'.
  1140*
  1150*-----------------------------------------------------------*
  1160* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1170* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1180* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1190*-----------------------------------------------------------*
  1200 01  WS-RUN-START-DATE      PIC X(8) VALUE SPACES.
  1210 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  1220 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  1230 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  1240*
  1250*-----------------------------------------------------------*
  1260* DELETE SWITCH - ENTERED AT STARTUP. Y SUPPRESSES THE      *
  1270* DELETE PASS, SO MASTER ROWS THAT DROPPED OFF THE LIST     *
  1280* ARE LEFT ALONE (E.G. WHEN A PARTIAL FEED IS SUSPECTED).   *
  1290*-----------------------------------------------------------*
  1300 01  WS-SUPPRESS-DELETES    PIC X(1) VALUE 'N'.
  1310*
  1320*-----------------------------------------------------------*
  1330* LIST-KEY TABLE - EVERY TITLE+YEAR SEEN ON THE FEED, SO    *
  1340* THE DELETE PASS CAN TELL WHICH MASTER ROWS ARE NO LONGER  *
  1350* ON THE LIST AND A REPEAT FEED ENTRY CAN BE SKIPPED        *
  1360* INSTEAD OF GENERATING A DOOMED DUPLICATE ADD. ONCE ALL    *
  1370* 2000 SLOTS ARE TAKEN THE DELETE PASS CAN NO LONGER BE     *
  1380* TRUSTED (A ROW MIGHT LOOK DROPPED ONLY BECAUSE ITS KEY    *
  1390* WAS NOT REMEMBERED) SO DELETES ARE SUPPRESSED FOR THE     *
  1400* RUN - WARNED ONCE, THE FIRST TIME THAT HAPPENS.            *
  1410*-----------------------------------------------------------*
  1420 01  WS-LIST-KEY-COUNT      PIC 9(4) VALUE ZEROES.
  1430 01  WS-LIST-CAP-WARNED     PIC X(3) VALUE 'NO'.
  1440 01  WS-DUPLICATE-FLAG      PIC X(3) VALUE 'NO'.
  1450 01  LIST-KEY-TABLE.
  1460     05  LIST-KEY-ENTRY OCCURS 2000 TIMES INDEXED BY LST-IDX.
  1470         10  LST-TITLE      PIC X(100) VALUE SPACES.
  1480         10  LST-YEAR       PIC X(4)   VALUE SPACES.
  1490*
  1500 01  WS-FOUND-FLAG          PIC X(3) VALUE 'NO'.
  1510 01  WS-RATING-DIGITS       PIC 9(4) VALUE ZEROES.
  1520 01  WS-REJECT-ACTION       PIC X(1) VALUE SPACES.
  1530*
  1540*-----------------------------------------------------------*
  1550* GENRE REFERENCE TABLE - LOADED FROM GENREREF AT STARTUP.   *
  1560* ONE ENTRY PER SPELLING OF A GENRE - ITS CODE, ITS NAME     *
  1570* AND EACH ALIAS, HELD IN UPPER CASE - CARRYING THE          *
  1580* CANONICAL NAME IT STANDS FOR, SO SCI-FI, SCIFI AND         *
  1590* SCIENCE FICTION ALL COME BACK AS THE ONE GENRE.            *
  1600*-----------------------------------------------------------*
  1610 01  WS-GENRE-KEY-COUNT     PIC 9(3) VALUE ZEROES.
  1620 01  WS-GENRE-IN            PIC X(20) VALUE SPACES.
  1630 01  WS-GENRE-CANON         PIC X(20) VALUE SPACES.
  1640 01  WS-GENRE-ON-REF        PIC X(3) VALUE 'NO'.
  1650 01  WS-ALIAS-SUB           PIC 9(1) VALUE ZEROES.
  1660 01  GENRE-KEY-TABLE.
  1670     05  GENRE-KEY-ENTRY OCCURS 300 TIMES INDEXED BY GKY-IDX.
  1680         10  GKY-TEXT       PIC X(20) VALUE SPACES.
  1690         10  GKY-NAME       PIC X(20) VALUE SPACES.
  1700*
  1710*-----------------------------------------------------------*
  1720* SYNC COUNTS - PRINTED AT END OF RUN SO THE GENERATED      *
  1730* CATTRANS CAN BE BALANCED BEFORE CATMAINT RUNS:            *
  1740* LIST READ = ADDS + CHANGES + UNCHANGED + DUPLICATES +     *
  1750* GENRE REJECTS.                                             *
  1760*-----------------------------------------------------------*
  1770 01  WS-LIST-COUNT          PIC 9(5) VALUE ZEROES.
  1780 01  WS-DUPLICATE-COUNT     PIC 9(5) VALUE ZEROES.
  1790 01  WS-ADD-COUNT           PIC 9(5) VALUE ZEROES.
  1800 01  WS-CHANGE-COUNT        PIC 9(5) VALUE ZEROES.
  1810 01  WS-UNCHANGED-COUNT     PIC 9(5) VALUE ZEROES.
  1820 01  WS-DELETE-COUNT        PIC 9(5) VALUE ZEROES.
  1830 01  WS-TRANS-COUNT         PIC 9(5) VALUE ZEROES.
  1840 01  WS-GENRE-REJECT-COUNT  PIC 9(5) VALUE ZEROES.
  1850 01  WS-LIST-COUNT-DISP     PIC ZZZZ9.
  1860 01  WS-DUPLICATE-DISP      PIC ZZZZ9.
  1870 01  WS-ADD-COUNT-DISP      PIC ZZZZ9.
  1880 01  WS-CHANGE-COUNT-DISP   PIC ZZZZ9.
  1890 01  WS-UNCHANGED-DISP      PIC ZZZZ9.
  1900 01  WS-DELETE-COUNT-DISP   PIC ZZZZ9.
  1910 01  WS-GENRE-REJECT-DISP   PIC ZZZZ9.
  1920*
  1930 PROCEDURE DIVISION.
  1940*
  1950*-----------------------------------------------------------*
  1960* 000-MAIN-PROCEDURE                                        *
  1970*-----------------------------------------------------------*
  1980 000-MAIN-PROCEDURE.
  1990     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  2000     ACCEPT WS-RUN-START-TIME FROM TIME.
  2010     PERFORM 040-ACCEPT-DELETE-SWITCH.
  2020     PERFORM 050-INITIALIZE.
  2030     PERFORM 200-SYNC-ONE-TITLE UNTIL END-OF-FILE = 'YES'.
  2040     PERFORM 250-GENERATE-DELETES.
  2050     PERFORM 300-PRINT-SUMMARY.
  2060     PERFORM 900-TERMINATE.
  2070     STOP RUN.
  2080*
  2090*-----------------------------------------------------------*
  2100* 040-ACCEPT-DELETE-SWITCH                                   *
  2110*-----------------------------------------------------------*
  2120 040-ACCEPT-DELETE-SWITCH.
  2130     DISPLAY 'SUPPRESS DELETE TRANSACTIONS (Y/N)? '.
  2140     ACCEPT WS-SUPPRESS-DELETES.
  2150     IF WS-SUPPRESS-DELETES NOT = 'Y'
  2160         MOVE 'N' TO WS-SUPPRESS-DELETES
  2170     END-IF.
  2180*
  2190*-----------------------------------------------------------*
  2200* 050-INITIALIZE                                             *
  2210*                                                            *
  2220* A MISSING OR EMPTY GENREREF IS A REAL ERROR - EVERY FEED  *
  2230* GENRE IS MAPPED THROUGH IT. SO IS A MISSING FEED - THERE  *
  2240* IS NOTHING TO SYNC FROM. FILE STATUS 35 ON THE CATALOG    *
  2250* MEANS THE MASTER HAS NEVER BEEN CREATED - THE FIRST SYNC  *
  2260* IS THEN JUST A CATTRANS FILE OF ADDS, SO AN EMPTY MASTER  *
  2270* IS BUILT AND REOPENED, MATCHING WHAT CATMAINT DOES. CATLOG *
  2280* IS OPENED EXTEND, AS CATMAINT OPENS IT.                    *
  2290*-----------------------------------------------------------*
  2300 050-INITIALIZE.
  2310     OPEN INPUT GENRE-REF-FILE.
  2320     IF WS-GENREF-FS NOT = '00'
  2330         DISPLAY 'UNABLE TO OPEN GENREREF - FILE STATUS '
  2340             WS-GENREF-FS
  2350         PERFORM 950-ABEND-RUN
  2360     END-IF.
  2370     PERFORM 060-LOAD-GENRE-REF UNTIL END-OF-FILE = 'YES'.
  2380     CLOSE GENRE-REF-FILE.
  2390     MOVE 'NO' TO END-OF-FILE.
  2400     IF WS-GENRE-KEY-COUNT = 0
  2410         DISPLAY 'GENREREF HOLDS NO GENRES'
  2420         PERFORM 950-ABEND-RUN
  2430     END-IF.
  2440     OPEN INPUT LIST-FILE.
  2450     IF WS-LIST-FS NOT = '00'
  2460         DISPLAY 'UNABLE TO OPEN IMDBLIST - FILE STATUS '
  2470             WS-LIST-FS
  2480         PERFORM 950-ABEND-RUN
  2490     END-IF.
  2500     OPEN INPUT CATALOG-FILE.
  2510     IF WS-CATALOG-FS = '35'
  2520         OPEN OUTPUT CATALOG-FILE
  2530         CLOSE CATALOG-FILE
  2540         OPEN INPUT CATALOG-FILE
  2550     END-IF.
  2560     IF WS-CATALOG-FS NOT = '00'
  2570         DISPLAY 'UNABLE TO OPEN CATALOG - FILE STATUS '
  2580             WS-CATALOG-FS
  2590         PERFORM 950-ABEND-RUN
  2600     END-IF.
  2610     OPEN OUTPUT TRANS-FILE.
  2620     IF WS-TRANS-FS NOT = '00'
  2630         DISPLAY 'UNABLE TO OPEN CATTRANS - FILE STATUS '
  2640             WS-TRANS-FS
  2650         PERFORM 950-ABEND-RUN
  2660     END-IF.
  2670     OPEN EXTEND LOG-FILE.
  2680     IF WS-LOG-FS NOT = '00'
  2690         AND WS-LOG-FS NOT = '05'
  2700         DISPLAY 'UNABLE TO OPEN CATLOG - FILE STATUS '
  2710             WS-LOG-FS
  2720         PERFORM 950-ABEND-RUN
  2730     END-IF.
  2740     PERFORM 110-READ-LIST-RECORD.
  2750*
  2760*-----------------------------------------------------------*
  2770* 060-LOAD-GENRE-REF                                         *
  2780*                                                            *
  2790* EVERY ROW ADDS ITS CODE, ITS NAME AND EACH NON-BLANK       *
  2800* ALIAS TO GENRE-KEY-TABLE.                                  *
  2810*-----------------------------------------------------------*
  2820 060-LOAD-GENRE-REF.
  2830     READ GENRE-REF-FILE
  2840         AT END
  2850             MOVE 'YES' TO END-OF-FILE
  2860     END-READ.
  2870     IF END-OF-FILE NOT = 'YES'
  2880         AND WS-GENREF-FS NOT = '00'
  2890         DISPLAY 'ERROR READING GENREREF - FILE STATUS '
  2900             WS-GENREF-FS
  2910         PERFORM 950-ABEND-RUN
  2920     END-IF.
  2930     IF END-OF-FILE NOT = 'YES'
  2940         MOVE GREF-CODE TO WS-GENRE-IN
  2950         PERFORM 064-ADD-GENRE-KEY
  2960         MOVE GREF-NAME TO WS-GENRE-IN
  2970         PERFORM 064-ADD-GENRE-KEY
  2980         PERFORM 062-ADD-ONE-ALIAS
  2990             VARYING WS-ALIAS-SUB FROM 1 BY 1
  3000             UNTIL WS-ALIAS-SUB > 5
  3010     END-IF.
  3020*
  3030*-----------------------------------------------------------*
  3040* 062-ADD-ONE-ALIAS                                          *
  3050*-----------------------------------------------------------*
  3060 062-ADD-ONE-ALIAS.
  3070     IF GREF-ALIAS (WS-ALIAS-SUB) NOT = SPACES
  3080         MOVE GREF-ALIAS (WS-ALIAS-SUB) TO WS-GENRE-IN
  3090         PERFORM 064-ADD-GENRE-KEY
  3100     END-IF.
  3110*
  3120*-----------------------------------------------------------*
  3130* 064-ADD-GENRE-KEY                                          *
  3140*                                                            *
  3150* A SPELLING ALREADY ON THE TABLE KEEPS THE GENRE IT WAS     *
  3160* FIRST LOADED FOR - WARNED WHEN A LATER ROW CLAIMS IT FOR   *
  3170* A DIFFERENT GENRE. ONCE ALL 300 SLOTS ARE TAKEN A FURTHER  *
  3180* SPELLING IS SKIPPED AND WARNED.                            *
  3190*-----------------------------------------------------------*
  3200 064-ADD-GENRE-KEY.
  3210     PERFORM 070-FIND-GENRE.
  3220     IF WS-GENRE-ON-REF = 'YES'
  3230         IF WS-GENRE-CANON NOT = GREF-NAME
  3240             DISPLAY 'WARNING - GENREREF SPELLING ' WS-GENRE-IN
  3250                 ' ALREADY MAPS TO ' WS-GENRE-CANON
  3260         END-IF
  3270     ELSE
  3280         IF WS-GENRE-KEY-COUNT < 300
  3290             ADD 1 TO WS-GENRE-KEY-COUNT
  3300             SET GKY-IDX TO WS-GENRE-KEY-COUNT
  3310             MOVE WS-GENRE-IN TO GKY-TEXT (GKY-IDX)
  3320             MOVE GREF-NAME   TO GKY-NAME (GKY-IDX)
  3330         ELSE
  3340             DISPLAY 'WARNING - GENRE TABLE FULL, '
  3350                 'GENREREF SPELLING SKIPPED: ' WS-GENRE-IN
  3360         END-IF
  3370     END-IF.
  3380*
  3390*-----------------------------------------------------------*
  3400* 070-FIND-GENRE                                             *
  3410*                                                            *
  3420* LOOKS UP THE GENRE IN WS-GENRE-IN (FOLDED TO UPPER CASE    *
  3430* IN PLACE) AND SETS WS-GENRE-ON-REF, WITH THE CANONICAL     *
  3440* NAME IN WS-GENRE-CANON WHEN IT IS FOUND. A BLANK GENRE IS  *
  3450* NEVER ON THE TABLE.                                        *
  3460*-----------------------------------------------------------*
  3470 070-FIND-GENRE.
  3480     MOVE 'NO'   TO WS-GENRE-ON-REF.
  3490     MOVE SPACES TO WS-GENRE-CANON.
  3500     INSPECT WS-GENRE-IN
  3510         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
  3520                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
  3530     SET GKY-IDX TO 1.
  3540     IF WS-GENRE-KEY-COUNT > 0
  3550         AND WS-GENRE-IN NOT = SPACES
  3560         SEARCH GENRE-KEY-ENTRY
  3570             AT END
  3580                 CONTINUE
  3590             WHEN GKY-TEXT (GKY-IDX) = WS-GENRE-IN
  3600                 MOVE 'YES' TO WS-GENRE-ON-REF
  3610                 MOVE GKY-NAME (GKY-IDX) TO WS-GENRE-CANON
  3620         END-SEARCH
  3630     END-IF.
  3640*
  3650*-----------------------------------------------------------*
  3660* 110-READ-LIST-RECORD                                      *
  3670*-----------------------------------------------------------*
  3680 110-READ-LIST-RECORD.
  3690     READ LIST-FILE
  3700         AT END
  3710             MOVE 'YES' TO END-OF-FILE
  3720     END-READ.
  3730     IF END-OF-FILE NOT = 'YES'
  3740         AND WS-LIST-FS NOT = '00'
  3750         DISPLAY 'ERROR READING IMDBLIST - FILE STATUS '
  3760             WS-LIST-FS
  3770         PERFORM 950-ABEND-RUN
  3780     END-IF.
  3790*
  3800*-----------------------------------------------------------*
  3810* 200-SYNC-ONE-TITLE                                         *
  3820*                                                            *
  3830* A REPEAT FEED ENTRY (TITLE+YEAR ALREADY SEEN THIS RUN)    *
  3840* IS SKIPPED - THE FIRST SIGHTING ALREADY GENERATED         *
  3850* WHATEVER TRANSACTION WAS NEEDED. OTHERWISE THE MASTER IS  *
  3860* READ BY KEY: NOT THERE IS AN ADD, THERE WITH A DIFFERENT  *
  3870* RATING, GENRE OR RUNTIME IS A CHANGE, IDENTICAL IS LEFT   *
  3880* ALONE.                                                     *
  3890*-----------------------------------------------------------*
  3900 200-SYNC-ONE-TITLE.
  3910     ADD 1 TO WS-LIST-COUNT.
  3920     PERFORM 210-CHECK-LIST-DUPLICATE.
  3930     IF WS-DUPLICATE-FLAG = 'YES'
  3940         ADD 1 TO WS-DUPLICATE-COUNT
  3950     ELSE
  3960         PERFORM 220-COMPARE-TO-MASTER
  3970     END-IF.
  3980     PERFORM 110-READ-LIST-RECORD.
  3990*
  4000*-----------------------------------------------------------*
  4010* 210-CHECK-LIST-DUPLICATE                                   *
  4020*                                                            *
  4030* FIRST SIGHTINGS ARE ADDED TO LIST-KEY-TABLE - THE DELETE  *
  4040* PASS NEEDS EVERY KEY THE FEED STILL CARRIES. A FULL       *
  4050* TABLE SUPPRESSES THE DELETE PASS FOR THE RUN RATHER THAN  *
  4060* LET AN INCOMPLETE TABLE GENERATE WRONG DELETES.            *
  4070*-----------------------------------------------------------*
  4080 210-CHECK-LIST-DUPLICATE.
  4090     MOVE 'NO' TO WS-DUPLICATE-FLAG.
  4100     SET LST-IDX TO 1.
  4110     SEARCH LIST-KEY-ENTRY
  4120         AT END
  4130             IF WS-LIST-KEY-COUNT < 2000
  4140                 ADD 1 TO WS-LIST-KEY-COUNT
  4150                 SET LST-IDX TO WS-LIST-KEY-COUNT
  4160                 MOVE IMDB-TITLE TO LST-TITLE (LST-IDX)
  4170                 MOVE IMDB-YEAR  TO LST-YEAR (LST-IDX)
  4180             ELSE
  4190                 IF WS-LIST-CAP-WARNED = 'NO'
  4200                   DISPLAY 'WARNING - LIST-KEY TABLE FULL, '
  4210                       'DELETE PASS IS SUPPRESSED THIS RUN'
  4220                   MOVE 'YES' TO WS-LIST-CAP-WARNED
  4230                 END-IF
  4240             END-IF
  4250         WHEN LST-TITLE (LST-IDX) = IMDB-TITLE
  4260             AND LST-YEAR (LST-IDX) = IMDB-YEAR
  4270             MOVE 'YES' TO WS-DUPLICATE-FLAG
  4280     END-SEARCH.
  4290*
  4300*-----------------------------------------------------------*
  4310* 220-COMPARE-TO-MASTER                                      *
  4320*                                                            *
  4330* THE MASTER STORES THE RATING IN THE PLAIN-DIGIT FORM THE  *
  4340* CATTRANS FEED CARRIES (0085 ON THE TRANSACTION LANDS AS   *
  4350* 085.0), SO THE FEED RATING IS COMPARED AT TEN TIMES ITS   *
  4360* READ VALUE - THE SAME VALUE 240-BUILD-TRANS-FIELDS EMITS  *
  4370* - OR EVERY TITLE WOULD LOOK CHANGED FOREVER AFTER ITS     *
  4380* OWN ADD WAS APPLIED. THE GENRE IS COMPARED AS ITS         *
  4390* CANONICAL NAME FOR THE SAME REASON, WHICH ALSO BRINGS A   *
  4400* MASTER ROW STILL HOLDING AN ALIAS INTO LINE. A GENRE NOT  *
  4410* ON GENREREF IS REJECTED WHETHER THE TITLE WOULD HAVE BEEN *
  4420* AN ADD OR A CHANGE.                                        *
  4430*-----------------------------------------------------------*
  4440 220-COMPARE-TO-MASTER.
  4450     MOVE IMDB-GENRE TO WS-GENRE-IN.
  4460     PERFORM 070-FIND-GENRE.
  4470     MOVE IMDB-TITLE TO CAT-TITLE.
  4480     MOVE IMDB-YEAR  TO CAT-YEAR.
  4490     COMPUTE WS-RATING-DIGITS = IMDB-RATING * 10.
  4500     READ CATALOG-FILE.
  4510     EVALUATE WS-CATALOG-FS
  4520         WHEN '00'
  4530             IF WS-GENRE-ON-REF = 'NO'
  4540                 MOVE 'C' TO WS-REJECT-ACTION
  4550                 PERFORM 270-LOG-GENRE-REJECT
  4560             ELSE
  4570                 IF CAT-RATING NOT = WS-RATING-DIGITS
  4580                     OR CAT-GENRE NOT = WS-GENRE-CANON
  4590                     OR CAT-RUNTIME NOT = IMDB-RUNTIME
  4600                     ADD 1 TO WS-CHANGE-COUNT
  4610                     PERFORM 230-WRITE-TRANSACTION-C
  4620                 ELSE
  4630                     ADD 1 TO WS-UNCHANGED-COUNT
  4640                 END-IF
  4650             END-IF
  4660         WHEN '23'
  4670             IF WS-GENRE-ON-REF = 'NO'
  4680                 MOVE 'A' TO WS-REJECT-ACTION
  4690                 PERFORM 270-LOG-GENRE-REJECT
  4700             ELSE
  4710                 ADD 1 TO WS-ADD-COUNT
  4720                 PERFORM 235-WRITE-TRANSACTION-A
  4730             END-IF
  4740         WHEN OTHER
  4750             DISPLAY 'UNABLE TO READ CATALOG - FILE STATUS '
  4760                 WS-CATALOG-FS
  4770             PERFORM 950-ABEND-RUN
  4780     END-EVALUATE.
  4790*
  4800*-----------------------------------------------------------*
  4810* 230-WRITE-TRANSACTION-C                                    *
  4820*-----------------------------------------------------------*
  4830 230-WRITE-TRANSACTION-C.
  4840     MOVE 'C' TO CT-ACTION.
  4850     PERFORM 240-BUILD-TRANS-FIELDS.
  4860     PERFORM 245-WRITE-TRANSACTION.
  4870*
  4880*-----------------------------------------------------------*
  4890* 235-WRITE-TRANSACTION-A                                    *
  4900*-----------------------------------------------------------*
  4910 235-WRITE-TRANSACTION-A.
  4920     MOVE 'A' TO CT-ACTION.
  4930     PERFORM 240-BUILD-TRANS-FIELDS.
  4940     PERFORM 245-WRITE-TRANSACTION.
  4950*
  4960*-----------------------------------------------------------*
  4970* 240-BUILD-TRANS-FIELDS                                     *
  4980*                                                            *
  4990* THE RATING GOES OUT AS PLAIN DIGITS (0085 MEANS 8.5),     *
  5000* THE SHAPE CATMAINT'S NUMERIC EDIT EXPECTS, AND THE GENRE  *
  5010* AS ITS CANONICAL NAME.                                     *
  5020*-----------------------------------------------------------*
  5030 240-BUILD-TRANS-FIELDS.
  5040     MOVE SPACES TO TRANS-RECORD (2 : ).
  5050     MOVE IMDB-TITLE TO CT-TITLE.
  5060     MOVE IMDB-YEAR  TO CT-YEAR.
  5070     COMPUTE WS-RATING-DIGITS = IMDB-RATING * 10.
  5080     MOVE WS-RATING-DIGITS TO CT-RATING.
  5090     MOVE WS-GENRE-CANON TO CT-GENRE.
  5100     MOVE IMDB-RUNTIME TO CT-RUNTIME.
  5110*
  5120*-----------------------------------------------------------*
  5130* 245-WRITE-TRANSACTION                                      *
  5140*-----------------------------------------------------------*
  5150 245-WRITE-TRANSACTION.
  5160     ADD 1 TO WS-TRANS-COUNT.
  5170     WRITE TRANS-RECORD.
  5180     IF WS-TRANS-FS NOT = '00'
  5190         DISPLAY 'UNABLE TO WRITE CATTRANS - FILE STATUS '
  5200             WS-TRANS-FS
  5210         PERFORM 950-ABEND-RUN
  5220     END-IF.
  5230*
  5240*-----------------------------------------------------------*
  5250* 250-GENERATE-DELETES                                       *
  5260*                                                            *
  5270* STREAMS THE WHOLE MASTER AND WRITES A D TRANSACTION FOR   *
  5280* EVERY ROW WHOSE KEY IS NOT ON THE LIST-KEY TABLE.         *
  5290* SKIPPED WHEN THE SUPPRESS SWITCH WAS SET OR THE TABLE     *
  5300* OVERFLOWED (AN INCOMPLETE TABLE WOULD CALL KEPT TITLES    *
  5310* DROPPED).                                                  *
  5320*-----------------------------------------------------------*
  5330 250-GENERATE-DELETES.
  5340     IF WS-SUPPRESS-DELETES = 'Y'
  5350         OR WS-LIST-CAP-WARNED = 'YES'
  5360         CONTINUE
  5370     ELSE
  5380         MOVE 'NO' TO WS-MASTER-EOF
  5390         MOVE LOW-VALUES TO CAT-KEY
  5400         START CATALOG-FILE KEY NOT < CAT-KEY
  5410             INVALID KEY
  5420                 MOVE 'YES' TO WS-MASTER-EOF
  5430         END-START
  5440         PERFORM 255-TEST-ONE-MASTER-ROW
  5450             UNTIL WS-MASTER-EOF = 'YES'
  5460     END-IF.
  5470*
  5480*-----------------------------------------------------------*
  5490* 255-TEST-ONE-MASTER-ROW                                    *
  5500*-----------------------------------------------------------*
  5510 255-TEST-ONE-MASTER-ROW.
  5520     READ CATALOG-FILE NEXT
  5530         AT END
  5540             MOVE 'YES' TO WS-MASTER-EOF
  5550     END-READ.
  5560     IF WS-MASTER-EOF NOT = 'YES'
  5570         IF WS-CATALOG-FS NOT = '00'
  5580             DISPLAY 'ERROR READING CATALOG - FILE STATUS '
  5590                 WS-CATALOG-FS
  5600             PERFORM 950-ABEND-RUN
  5610         END-IF
  5620         PERFORM 260-FIND-KEY-ON-LIST
  5630         IF WS-FOUND-FLAG = 'NO'
  5640             ADD 1 TO WS-DELETE-COUNT
  5650             PERFORM 265-WRITE-TRANSACTION-D
  5660         END-IF
  5670     END-IF.
  5680*
  5690*-----------------------------------------------------------*
  5700* 260-FIND-KEY-ON-LIST                                       *
  5710*-----------------------------------------------------------*
  5720 260-FIND-KEY-ON-LIST.
  5730     MOVE 'NO' TO WS-FOUND-FLAG.
  5740     SET LST-IDX TO 1.
  5750     IF WS-LIST-KEY-COUNT > 0
  5760         SEARCH LIST-KEY-ENTRY
  5770             AT END
  5780                 CONTINUE
  5790             WHEN LST-TITLE (LST-IDX) = CAT-TITLE
  5800                 AND LST-YEAR (LST-IDX) = CAT-YEAR
  5810                 MOVE 'YES' TO WS-FOUND-FLAG
  5820         END-SEARCH
  5830     END-IF.
  5840*
  5850*-----------------------------------------------------------*
  5860* 265-WRITE-TRANSACTION-D                                    *
  5870*                                                            *
  5880* A DELETE CARRIES ONLY THE KEY - CATMAINT'S EDITS DO NOT   *
  5890* LOOK AT RATING OR RUNTIME ON A D.                          *
  5900*-----------------------------------------------------------*
  5910 265-WRITE-TRANSACTION-D.
  5920     MOVE SPACES TO TRANS-RECORD.
  5930     MOVE 'D' TO CT-ACTION.
  5940     MOVE CAT-TITLE TO CT-TITLE.
  5950     MOVE CAT-YEAR  TO CT-YEAR.
  5960     PERFORM 245-WRITE-TRANSACTION.
  5970*
  5980*-----------------------------------------------------------*
  5990* 270-LOG-GENRE-REJECT                                       *
  6000*                                                            *
  6010* THE LINE IS LAID OUT AS CATMAINT LOGS ITS OWN REJECTS, SO *
  6020* CATLOG READS THE SAME WHICHEVER JOB TURNED THE TITLE AWAY *
  6030* AND IS TRIMMED BY HOUSEKEEPING THE SAME WAY.              *
  6040*-----------------------------------------------------------*
  6050 270-LOG-GENRE-REJECT.
  6060     ADD 1 TO WS-GENRE-REJECT-COUNT.
  6070     MOVE SPACES TO LOG-LINE.
  6080     STRING WS-RUN-START-DATE   DELIMITED BY SIZE
  6090             '  '               DELIMITED BY SIZE
  6100             WS-REJECT-ACTION   DELIMITED BY SIZE
  6110             ' '                DELIMITED BY SIZE
  6120             IMDB-TITLE         DELIMITED BY SIZE
  6130             ' '                DELIMITED BY SIZE
  6140             IMDB-YEAR          DELIMITED BY SIZE
  6150             '  REJECTED - GENRE NOT ON GENREREF: '
  6160                                DELIMITED BY SIZE
  6170             IMDB-GENRE         DELIMITED BY SIZE
  6180         INTO LOG-LINE
  6190     END-STRING.
  6200     WRITE LOG-LINE.
  6210     IF WS-LOG-FS NOT = '00'
  6220         DISPLAY 'UNABLE TO WRITE CATLOG - FILE STATUS '
  6230             WS-LOG-FS
  6240         PERFORM 950-ABEND-RUN
  6250     END-IF.
  6260*
  6270*-----------------------------------------------------------*
  6280* 300-PRINT-SUMMARY                                          *
  6290*-----------------------------------------------------------*
  6300 300-PRINT-SUMMARY.
  6310     MOVE WS-LIST-COUNT      TO WS-LIST-COUNT-DISP.
  6320     MOVE WS-DUPLICATE-COUNT TO WS-DUPLICATE-DISP.
  6330     MOVE WS-ADD-COUNT       TO WS-ADD-COUNT-DISP.
  6340     MOVE WS-CHANGE-COUNT    TO WS-CHANGE-COUNT-DISP.
  6350     MOVE WS-UNCHANGED-COUNT TO WS-UNCHANGED-DISP.
  6360     MOVE WS-DELETE-COUNT    TO WS-DELETE-COUNT-DISP.
  6370     MOVE WS-GENRE-REJECT-COUNT TO WS-GENRE-REJECT-DISP.
  6380     DISPLAY 'FEED RECORDS READ........ ' WS-LIST-COUNT-DISP.
  6390     DISPLAY 'DUPLICATE FEED ENTRIES... ' WS-DUPLICATE-DISP.
  6400     DISPLAY 'ADD TRANSACTIONS......... ' WS-ADD-COUNT-DISP.
  6410     DISPLAY 'CHANGE TRANSACTIONS...... ' WS-CHANGE-COUNT-DISP.
  6420     DISPLAY 'TITLES UNCHANGED......... ' WS-UNCHANGED-DISP.
  6430     DISPLAY 'DELETE TRANSACTIONS...... ' WS-DELETE-COUNT-DISP.
  6440     DISPLAY 'UNKNOWN GENRE REJECTS.... ' WS-GENRE-REJECT-DISP.
  6450     IF WS-SUPPRESS-DELETES = 'Y'
  6460         DISPLAY 'DELETE PASS SUPPRESSED BY REQUEST'
  6470     END-IF.
  6480*
  6490*-----------------------------------------------------------*
  6500* 900-TERMINATE                                              *
  6510*-----------------------------------------------------------*
  6520 900-TERMINATE.
  6530     CLOSE LIST-FILE.
  6540     CLOSE CATALOG-FILE.
  6550     CLOSE TRANS-FILE.
  6560     CLOSE LOG-FILE.
  6570     PERFORM 930-WRITE-RUN-LOG.
  6580*
  6590*-----------------------------------------------------------*
  6600* 930-WRITE-RUN-LOG                                          *
  6610*                                                            *
  6620* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE - TITLES  *
  6630* REJECTED FOR AN UNKNOWN GENRE ARE THE EXCEPTIONS. CALLED   *
  6640* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  6650* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  6660*-----------------------------------------------------------*
  6670 930-WRITE-RUN-LOG.
  6680     OPEN EXTEND RUN-LOG-FILE.
  6690     IF WS-RUNLOG-FS NOT = '00'
  6700         AND WS-RUNLOG-FS NOT = '05'
  6710         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  6720             WS-RUNLOG-FS
  6730     ELSE
  6740         MOVE SPACES TO RUN-LOG-RECORD
  6750         MOVE 'CATSYNC'           TO RL-PROGRAM-NAME
  6760         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  6770         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  6780         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  6790         ACCEPT WS-RUN-END-TIME FROM TIME
  6800         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  6810         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  6820         MOVE WS-LIST-COUNT       TO RL-RECORDS-READ
  6830         MOVE WS-TRANS-COUNT      TO RL-RECORDS-WRITTEN
  6840         MOVE WS-GENRE-REJECT-COUNT TO RL-EXCEPTION-COUNT
  6850         MOVE WS-DUPLICATE-COUNT  TO RL-DUPLICATE-COUNT
  6860         MOVE RETURN-CODE         TO RL-RETURN-CODE
  6870         WRITE RUN-LOG-RECORD
  6880         IF WS-RUNLOG-FS NOT = '00'
  6890             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  6900                 WS-RUNLOG-FS
  6910         END-IF
  6920         CLOSE RUN-LOG-FILE
  6930     END-IF.
  6940*
  6950*-----------------------------------------------------------*
  6960* 950-ABEND-RUN                                              *
  6970*-----------------------------------------------------------*
  6980 950-ABEND-RUN.
  6990     DISPLAY 'CATSYNC IS ABENDING - SEE THE FILE STATUS'.
  7000     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  7010     MOVE 16 TO RETURN-CODE.
  7020     PERFORM 930-WRITE-RUN-LOG.
  7030     STOP RUN.
