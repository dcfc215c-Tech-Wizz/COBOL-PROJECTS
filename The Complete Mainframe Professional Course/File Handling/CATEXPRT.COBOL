   280*                  DATA AND ARE KEPT), AND RATING AND       *
   290*                  RUNTIME CARRIED WITH AN EXPLICIT DECIMAL *
   300*                  POINT INSTEAD OF FIXED COLUMNS.          *
   310* 2026-10-15 DP    GENRES ARE MAPPED THROUGH THE GENREREF   *
   320*                  REFERENCE FILE - THE FILTER GENRE MAY BE *
   330*                  A CODE, NAME OR ALIAS, EVERY TITLE IS    *
   340*                  FILTERED AND EXPORTED UNDER ITS          *
   350*                  CANONICAL GENRE, AND TITLES WHOSE GENRE  *
   360*                  IS NOT ON GENREREF ARE COUNTED.          *
   370*-----------------------------------------------------------*
   380 ENVIRONMENT DIVISION.
   390 INPUT-OUTPUT SECTION.
   400 FILE-CONTROL.
   410     SELECT MYFILE ASSIGN TO "IMDBlist.txt"
   420         ORGANIZATION IS LINE SEQUENTIAL
   430         ACCESS MODE IS SEQUENTIAL
   440         FILE STATUS IS FS.
   450*
   460     SELECT FEED-FILE ASSIGN TO "CATFEED"
   470         ORGANIZATION IS LINE SEQUENTIAL
   480         ACCESS MODE IS SEQUENTIAL
   490         FILE STATUS IS WS-FEED-FS.
   500*
   510     SELECT GENRE-REF-FILE ASSIGN TO "GENREREF"
   520         ORGANIZATION IS LINE SEQUENTIAL
   530         ACCESS MODE IS SEQUENTIAL
   540         FILE STATUS IS WS-GENREF-FS.
   550*
   560 DATA DIVISION.
   570 FILE SECTION.
   580 FD  MYFILE.
   590 01  MYFILE-RECORD.
   600     COPY IMDBREC.
   610*
   620 FD  FEED-FILE.
   630 01  FEED-LINE              PIC X(140).
   640*
   650 FD  GENRE-REF-FILE.
   660 01  GENRE-REF-RECORD.
   670     COPY GENREREF.
   680*
   690 WORKING-STORAGE SECTION.
   700*
   710 01  WS-RECORD.
   720     COPY IMDBREC.
   730*
   740 01  FS                     PIC X(2) VALUE SPACES.
   750 01  WS-FEED-FS             PIC X(2) VALUE SPACES.
   760 01  WS-GENREF-FS           PIC X(2) VALUE SPACES.
   770 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
   780*
   790*-----------------------------------------------------------*
   800* OPTIONAL FILTER - ENTERED ONCE AT STARTUP. A BLANK GENRE   *
   810* EXPORTS EVERY GENRE; A BLANK OR ZERO MINIMUM RATING        *
   820* EXPORTS EVERY RATING. A GENRE IS KEYED AS ANY SPELLING ON  *
   830* GENREREF AND HELD AS ITS CANONICAL NAME.                   *
   840*-----------------------------------------------------------*
   850 01  WS-FILTER-GENRE        PIC X(20) VALUE SPACES.
   860 01  WS-MIN-RATING          PIC 9(3)V9(1) VALUE ZEROES.
   870*
   880*-----------------------------------------------------------*
   890* GENRE REFERENCE TABLE - LOADED FROM GENREREF AT STARTUP.   *
   900* ONE ENTRY PER SPELLING OF A GENRE - ITS CODE, ITS NAME     *
   910* AND EACH ALIAS, HELD IN UPPER CASE - CARRYING THE          *
   920* CANONICAL NAME IT STANDS FOR, SO SCI-FI, SCIFI AND         *
   930* SCIENCE FICTION ALL COME BACK AS THE ONE GENRE.            *
   940*-----------------------------------------------------------*
   950 01  WS-GENRE-KEY-COUNT     PIC 9(3) VALUE ZEROES.
   960 01  WS-GENRE-IN            PIC X(20) VALUE SPACES.
   970 01  WS-GENRE-CANON         PIC X(20) VALUE SPACES.
   980 01  WS-GENRE-ON-REF        PIC X(3) VALUE 'NO'.
   990 01  WS-ALIAS-SUB           PIC 9(1) VALUE ZEROES.
  1000 01  GENRE-KEY-TABLE.
  1010     05  GENRE-KEY-ENTRY OCCURS 300 TIMES INDEXED BY GKY-IDX.
  1020         10  GKY-TEXT       PIC X(20) VALUE SPACES.
  1030         10  GKY-NAME       PIC X(20) VALUE SPACES.
  1040*
  1050 01  WS-READ-COUNT          PIC 9(5) VALUE ZEROES.
  1060 01  WS-EXPORT-COUNT        PIC 9(5) VALUE ZEROES.
  1070 01  WS-UNKNOWN-GENRE-COUNT PIC 9(5) VALUE ZEROES.
  1080*
  1090*-----------------------------------------------------------*
  1100* TRIM WORK FIELDS - WS-TITLE-LEN AND WS-GENRE-LEN ARE THE   *
  1110* POSITIONS OF THE LAST NON-SPACE CHARACTER, SO THE STRING   *
  1120* INTO THE FEED LINE CARRIES THE REAL VALUE AND NOT THE      *
  1130* FIXED-COLUMN PADDING. THE EDITED RATING AND RUNTIME ARE    *
  1140* LEFT-TRIMMED THE SAME WAY FROM THE FRONT.                  *
  1150*-----------------------------------------------------------*
  1160 01  WS-TITLE-LEN           PIC 9(3)  VALUE ZEROES.
  1170 01  WS-GENRE-LEN           PIC 9(2)  VALUE ZEROES.
  1180 01  WS-RATING-EDIT         PIC ZZ9.9.
  1190 01  WS-RATING-START        PIC 9     VALUE 1.
  1200 01  WS-RUNTIME-EDIT        PIC ZZ9.
  1210 01  WS-RUNTIME-START       PIC 9     VALUE 1.
  1220*
  1230 PROCEDURE DIVISION.
  1240*
  1250*-----------------------------------------------------------*
  1260* 000-MAIN-PROCEDURE                                        *
  1270*-----------------------------------------------------------*
  1280 000-MAIN-PROCEDURE.
  1290     PERFORM 040-ACCEPT-FILTER-CRITERIA.
  1300     PERFORM 050-INITIALIZE.
  1310     PERFORM 100-READ-RECORD.
  1320     PERFORM 200-EXPORT-RECORD UNTIL END-OF-FILE = 'YES'.
  1330     PERFORM 900-TERMINATE.
  1340     STOP RUN.
  1350*
  1360*-----------------------------------------------------------*
  1370* 030-LOAD-GENRE-REF                                         *
  1380*                                                            *
  1390* EVERY ROW ADDS ITS CODE, ITS NAME AND EACH NON-BLANK       *
  1400* ALIAS TO GENRE-KEY-TABLE.                                  *
  1410*-----------------------------------------------------------*
  1420 030-LOAD-GENRE-REF.
  1430     READ GENRE-REF-FILE
  1440         AT END
  1450             MOVE 'YES' TO END-OF-FILE
  1460     END-READ.
  1470     IF END-OF-FILE NOT = 'YES'
  1480         AND WS-GENREF-FS NOT = '00'
  1490         DISPLAY 'ERROR READING GENREREF - FILE STATUS '
  1500             WS-GENREF-FS
  1510         PERFORM 950-ABEND-RUN
  1520     END-IF.
  1530     IF END-OF-FILE NOT = 'YES'
  1540         MOVE GREF-CODE TO WS-GENRE-IN
  1550         PERFORM 034-ADD-GENRE-KEY
  1560         MOVE GREF-NAME TO WS-GENRE-IN
  1570         PERFORM 034-ADD-GENRE-KEY
  1580         PERFORM 032-ADD-ONE-ALIAS
  1590             VARYING WS-ALIAS-SUB FROM 1 BY 1
  1600             UNTIL WS-ALIAS-SUB > 5
  1610     END-IF.
  1620*
  1630*-----------------------------------------------------------*
  1640* 032-ADD-ONE-ALIAS                                          *
  1650*-----------------------------------------------------------*
  1660 032-ADD-ONE-ALIAS.
  1670     IF GREF-ALIAS (WS-ALIAS-SUB) NOT = SPACES
  1680         MOVE GREF-ALIAS (WS-ALIAS-SUB) TO WS-GENRE-IN
  1690         PERFORM 034-ADD-GENRE-KEY
  1700     END-IF.
  1710*
  1720*-----------------------------------------------------------*
  1730* 034-ADD-GENRE-KEY                                          *
  1740*                                                            *
  1750* A SPELLING ALREADY ON THE TABLE KEEPS THE GENRE IT WAS     *
  1760* FIRST LOADED FOR - WARNED WHEN A LATER ROW CLAIMS IT FOR   *
  1770* A DIFFERENT GENRE. ONCE ALL 300 SLOTS ARE TAKEN A FURTHER  *
  1780* SPELLING IS SKIPPED AND WARNED.                            *
  1790*-----------------------------------------------------------*
  1800 034-ADD-GENRE-KEY.
  1810     PERFORM 036-FIND-GENRE.
  1820     IF WS-GENRE-ON-REF = 'YES'
  1830         IF WS-GENRE-CANON NOT = GREF-NAME
  1840             DISPLAY 'WARNING - GENREREF SPELLING ' WS-GENRE-IN
  1850                 ' ALREADY MAPS TO ' WS-GENRE-CANON
  1860         END-IF
  1870     ELSE
  1880         IF WS-GENRE-KEY-COUNT < 300
  1890             ADD 1 TO WS-GENRE-KEY-COUNT
  1900             SET GKY-IDX TO WS-GENRE-KEY-COUNT
  1910             MOVE WS-GENRE-IN TO GKY-TEXT (GKY-IDX)
  1920             MOVE GREF-NAME   TO GKY-NAME (GKY-IDX)
  1930         ELSE
  1940             DISPLAY 'WARNING - GENRE TABLE FULL, '
  1950                 'GENREREF SPELLING SKIPPED: ' WS-GENRE-IN
  1960         END-IF
  1970     END-IF.
  1980*
  1990*-----------------------------------------------------------*
  2000* 036-FIND-GENRE                                             *
  2010*                                                            *
  2020* LOOKS UP THE GENRE IN WS-GENRE-IN (FOLDED TO UPPER CASE    *
  2030* IN PLACE) AND SETS WS-GENRE-ON-REF, WITH THE CANONICAL     *
  2040* NAME IN WS-GENRE-CANON WHEN IT IS FOUND. A BLANK GENRE IS  *
  2050* NEVER ON THE TABLE.                                        *
  2060*-----------------------------------------------------------*
  2070 036-FIND-GENRE.
  2080     MOVE 'NO'   TO WS-GENRE-ON-REF.
  2090     MOVE SPACES TO WS-GENRE-CANON.
  2100     INSPECT WS-GENRE-IN
  2110         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
  2120                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
  2130     SET GKY-IDX TO 1.
  2140     IF WS-GENRE-KEY-COUNT > 0
  2150         AND WS-GENRE-IN NOT = SPACES
  2160         SEARCH GENRE-KEY-ENTRY
  2170             AT END
  2180                 CONTINUE
  2190             WHEN GKY-TEXT (GKY-IDX) = WS-GENRE-IN
  2200                 MOVE 'YES' TO WS-GENRE-ON-REF
  2210                 MOVE GKY-NAME (GKY-IDX) TO WS-GENRE-CANON
  2220         END-SEARCH
  2230     END-IF.
  2240*
  2250*-----------------------------------------------------------*
  2260* 040-ACCEPT-FILTER-CRITERIA                                 *
  2270*                                                            *
  2280* PROMPTS FOR THE OPTIONAL EXTRACT FILTER. PRESSING ENTER    *
  2290* THROUGH BOTH PROMPTS EXPORTS THE WHOLE CATALOG.            *
  2300*-----------------------------------------------------------*
  2310 040-ACCEPT-FILTER-CRITERIA.
  2320     DISPLAY 'ENTER GENRE TO EXPORT (BLANK FOR ALL): '.
  2330     ACCEPT WS-FILTER-GENRE.
  2340     DISPLAY 'ENTER MINIMUM RATING (BLANK FOR ALL): '.
  2350     ACCEPT WS-MIN-RATING.
  2360*
  2370*-----------------------------------------------------------*
  2380* 050-INITIALIZE                                             *
  2390*                                                            *
  2400* A MISSING OR EMPTY GENREREF IS A REAL ERROR - EVERY GENRE  *
  2410* IS MAPPED THROUGH IT - AND SO IS A FILTER GENRE THAT IS    *
  2420* NOT ON IT, WHICH COULD ONLY EVER EXPORT NOTHING.           *
  2430*-----------------------------------------------------------*
  2440 050-INITIALIZE.
  2450     OPEN INPUT GENRE-REF-FILE.
  2460     IF WS-GENREF-FS NOT = '00'
  2470         DISPLAY 'UNABLE TO OPEN GENREREF - FILE STATUS '
  2480             WS-GENREF-FS
  2490         PERFORM 950-ABEND-RUN
  2500     END-IF.
  2510     PERFORM 030-LOAD-GENRE-REF UNTIL END-OF-FILE = 'YES'.
  2520     CLOSE GENRE-REF-FILE.
  2530     MOVE 'NO' TO END-OF-FILE.
  2540     IF WS-GENRE-KEY-COUNT = 0
  2550         DISPLAY 'GENREREF HOLDS NO GENRES'
  2560         PERFORM 950-ABEND-RUN
  2570     END-IF.
  2580     IF WS-FILTER-GENRE NOT = SPACES
  2590         MOVE WS-FILTER-GENRE TO WS-GENRE-IN
  2600         PERFORM 036-FIND-GENRE
  2610         IF WS-GENRE-ON-REF = 'NO'
  2620             DISPLAY 'GENRE ' WS-FILTER-GENRE
  2630                 ' IS NOT ON GENREREF'
  2640             PERFORM 950-ABEND-RUN
  2650         END-IF
  2660         MOVE WS-GENRE-CANON TO WS-FILTER-GENRE
  2670     END-IF.
  2680     OPEN INPUT MYFILE.
  2690     IF FS NOT = '00'
  2700         DISPLAY 'UNABLE TO OPEN IMDBLIST - FILE STATUS ' FS
  2710         PERFORM 950-ABEND-RUN
  2720     END-IF.
  2730     OPEN OUTPUT FEED-FILE.
  2740     IF WS-FEED-FS NOT = '00'
  2750         DISPLAY 'UNABLE TO OPEN CATFEED - FILE STATUS '
  2760             WS-FEED-FS
  2770         PERFORM 950-ABEND-RUN
  2780     END-IF.
  2790     MOVE 'TITLE|YEAR|RATING|GENRE|RUNTIME' TO FEED-LINE.
  2800     PERFORM 300-WRITE-FEED-LINE.
  2810*
  2820*-----------------------------------------------------------*
  2830* 100-READ-RECORD                                            *
  2840*-----------------------------------------------------------*
  2850 100-READ-RECORD.
  2860     READ MYFILE
  2870         INTO WS-RECORD
  2880         AT END
  2890             MOVE 'YES' TO END-OF-FILE
  2900     END-READ.
  2910     IF FS NOT = '00' AND FS NOT = '10'
  2920         DISPLAY 'ERROR READING IMDBLIST - FILE STATUS ' FS
  2930         PERFORM 950-ABEND-RUN
  2940     END-IF.
  2950*
  2960*-----------------------------------------------------------*
  2970* 200-EXPORT-RECORD                                          *
  2980*                                                            *
  2990* WRITES THE RECORD TO CATFEED WHEN IT PASSES THE OPTIONAL   *
  3000* FILTER - A BLANK FILTER GENRE TAKES EVERY GENRE AND A ZERO *
  3010* MINIMUM RATING TAKES EVERY RATING. THE RECORD'S GENRE IS   *
  3020* REPLACED BY ITS CANONICAL NAME FIRST, SO THE FILTER AND    *
  3030* THE FEED LINE BOTH SEE IT; A GENRE NOT ON GENREREF IS      *
  3040* COUNTED AND GOES OUT AS IT CAME IN.                        *
  3050*-----------------------------------------------------------*
  3060 200-EXPORT-RECORD.
  3070     ADD 1 TO WS-READ-COUNT.
  3080     MOVE IMDB-GENRE OF WS-RECORD TO WS-GENRE-IN.
  3090     PERFORM 036-FIND-GENRE.
  3100     IF WS-GENRE-ON-REF = 'YES'
  3110         MOVE WS-GENRE-CANON TO IMDB-GENRE OF WS-RECORD
  3120     ELSE
  3130         ADD 1 TO WS-UNKNOWN-GENRE-COUNT
  3140     END-IF.
  3150     IF (WS-FILTER-GENRE = SPACES
  3160         OR IMDB-GENRE OF WS-RECORD = WS-FILTER-GENRE)
  3170         AND IMDB-RATING OF WS-RECORD NOT < WS-MIN-RATING
  3180         PERFORM 210-BUILD-FEED-LINE
  3190         PERFORM 300-WRITE-FEED-LINE
  3200         ADD 1 TO WS-EXPORT-COUNT
  3210     END-IF.
  3220     PERFORM 100-READ-RECORD.
  3230*
  3240*-----------------------------------------------------------*
  3250* 210-BUILD-FEED-LINE                                        *
  3260*                                                            *
  3270* ASSEMBLES ONE DELIMITED LINE - FIELDS SEPARATED BY PIPES   *
  3280* BECAUSE TITLES CAN LEGITIMATELY CONTAIN COMMAS. TRAILING   *
  3290* SPACES ARE TRIMMED OFF TITLE AND GENRE; LEADING SPACES IN  *
  3300* A TITLE ARE PART OF THE TITLE AND ARE KEPT.                *
  3310*-----------------------------------------------------------*
  3320 210-BUILD-FEED-LINE.
  3330     PERFORM 400-FIND-TITLE-LENGTH.
  3340     PERFORM 410-FIND-GENRE-LENGTH.
  3350     MOVE IMDB-RATING OF WS-RECORD TO WS-RATING-EDIT.
  3360     PERFORM 420-FIND-RATING-START.
  3370     MOVE IMDB-RUNTIME OF WS-RECORD TO WS-RUNTIME-EDIT.
  3380     PERFORM 430-FIND-RUNTIME-START.
  3390     MOVE SPACES TO FEED-LINE.
  3400     STRING IMDB-TITLE OF WS-RECORD (1:WS-TITLE-LEN)
  3410                                        DELIMITED BY SIZE
  3420             '|'                        DELIMITED BY SIZE
  3430             IMDB-YEAR OF WS-RECORD    DELIMITED BY SIZE
  3440             '|'                        DELIMITED BY SIZE
  3450             WS-RATING-EDIT (WS-RATING-START:)
  3460                                        DELIMITED BY SIZE
  3470             '|'                        DELIMITED BY SIZE
  3480             IMDB-GENRE OF WS-RECORD (1:WS-GENRE-LEN)
  3490                                        DELIMITED BY SIZE
  3500             '|'                        DELIMITED BY SIZE
  3510             WS-RUNTIME-EDIT (WS-RUNTIME-START:)
  3520                                        DELIMITED BY SIZE
  3530         INTO FEED-LINE
  3540     END-STRING.
  3550*
  3560*-----------------------------------------------------------*
  3570* 300-WRITE-FEED-LINE                                        *
  3580*-----------------------------------------------------------*
  3590 300-WRITE-FEED-LINE.
  3600     WRITE FEED-LINE.
  3610     IF WS-FEED-FS NOT = '00'
  3620         DISPLAY 'UNABLE TO WRITE CATFEED - FILE STATUS '
  3630             WS-FEED-FS
  3640         PERFORM 950-ABEND-RUN
  3650     END-IF.
  3660*
  3670*-----------------------------------------------------------*
  3680* 400-FIND-TITLE-LENGTH                                      *
  3690*                                                            *
  3700* SETS WS-TITLE-LEN TO THE POSITION OF THE LAST NON-SPACE    *
  3710* CHARACTER OF THE TITLE. AN ALL-SPACE TITLE EXPORTS AS ONE  *
  3720* SPACE RATHER THAN TRIPPING A ZERO-LENGTH REFERENCE.        *
  3730*-----------------------------------------------------------*
  3740 400-FIND-TITLE-LENGTH.
  3750     MOVE 100 TO WS-TITLE-LEN.
  3760     PERFORM 405-STEP-TITLE-BACK
  3770         UNTIL WS-TITLE-LEN = 1
  3780         OR IMDB-TITLE OF WS-RECORD (WS-TITLE-LEN:1)
  3790             NOT = SPACE.
  3800*
  3810 405-STEP-TITLE-BACK.
  3820     SUBTRACT 1 FROM WS-TITLE-LEN.
  3830*
  3840*-----------------------------------------------------------*
  3850* 410-FIND-GENRE-LENGTH                                      *
  3860*-----------------------------------------------------------*
  3870 410-FIND-GENRE-LENGTH.
  3880     MOVE 20 TO WS-GENRE-LEN.
  3890     PERFORM 415-STEP-GENRE-BACK
  3900         UNTIL WS-GENRE-LEN = 1
  3910         OR IMDB-GENRE OF WS-RECORD (WS-GENRE-LEN:1)
  3920             NOT = SPACE.
  3930*
  3940 415-STEP-GENRE-BACK.
  3950     SUBTRACT 1 FROM WS-GENRE-LEN.
  3960*
  3970*-----------------------------------------------------------*
  3980* 420-FIND-RATING-START                                      *
  3990*                                                            *
  4000* THE EDITED RATING IS RIGHT-ALIGNED (ZZ9.9), SO THE VALUE   *
  4010* STARTS AT THE FIRST NON-SPACE CHARACTER.                   *
  4020*-----------------------------------------------------------*
  4030 420-FIND-RATING-START.
  4040     MOVE 1 TO WS-RATING-START.
  4050     PERFORM 425-STEP-RATING-ON
  4060         UNTIL WS-RATING-START = 3
  4070         OR WS-RATING-EDIT (WS-RATING-START:1) NOT = SPACE.
  4080*
  4090 425-STEP-RATING-ON.
  4100     ADD 1 TO WS-RATING-START.
  4110*
  4120*-----------------------------------------------------------*
  4130* 430-FIND-RUNTIME-START                                     *
  4140*-----------------------------------------------------------*
  4150 430-FIND-RUNTIME-START.
  4160     MOVE 1 TO WS-RUNTIME-START.
  4170     PERFORM 435-STEP-RUNTIME-ON
  4180         UNTIL WS-RUNTIME-START = 3
  4190         OR WS-RUNTIME-EDIT (WS-RUNTIME-START:1) NOT = SPACE.
  4200*
  4210 435-STEP-RUNTIME-ON.
  4220     ADD 1 TO WS-RUNTIME-START.
  4230*
  4240*-----------------------------------------------------------*
  4250* 900-TERMINATE                                              *
  4260*-----------------------------------------------------------*
  4270 900-TERMINATE.
  4280     CLOSE MYFILE.
  4290     CLOSE FEED-FILE.
  4300     DISPLAY 'CATALOG TITLES READ...... ' WS-READ-COUNT.
  4310     DISPLAY 'TITLES EXPORTED.......... ' WS-EXPORT-COUNT.
  4320     DISPLAY 'GENRES NOT ON GENREREF... ' WS-UNKNOWN-GENRE-COUNT.
  4330*
  4340*-----------------------------------------------------------*
  4350* 950-ABEND-RUN                                              *
  4360*-----------------------------------------------------------*
  4370 950-ABEND-RUN.
  4380     DISPLAY 'CATEXPRT IS ABENDING - SEE THE FILE STATUS'.
  4390     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  4400     MOVE 16 TO RETURN-CODE.
  4410     STOP RUN.
