    20* CLASSREF  -  RECORD LAYOUT FOR ONE CLASS (CLASSREF FILE)  *
    30*                                                            *
    40* ONE ROW PER CLASS/SECTION - THE THREE-CHARACTER CLASS     *
    50* CODE CARRIED ON STUDENT ROSTER ROWS, THE NAME THE         *
    60* REPORTS PRINT FOR IT AND THE CLASS ITS STUDENTS MOVE UP   *
    70* TO WHEN THE YEAR-END PROMOTION JOB PROMOTES THEM, E.G.    *
    80*     7A  GRADE 7 ALPHA     8A                              *
    90*     12A GRADE 12 ALPHA    ***                             *
   100* *** MARKS A LEAVING CLASS - ITS PROMOTED STUDENTS         *
   110* GRADUATE. A BLANK NEXT CLASS (INCLUDING EVERY ROW WRITTEN *
   120* BEFORE THE FIELD EXISTED) MEANS NO RULE HAS BEEN SET, AND *
   130* STUPROMO LEAVES THOSE STUDENTS UNDECIDED RATHER THAN      *
   140* GUESS.                                                    *
   150* THE SAME PATTERN SUBJREF ESTABLISHED FOR SUBJECT CODES.   *
   160* THE CALLING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND  *
   170* COPIES THIS LAYOUT UNDER IT.                              *
   180*-----------------------------------------------------------*
   190     05  CREF-CODE             PIC X(3).
   200     05  FILLER                PIC X(1).
   210     05  CREF-NAME             PIC X(15).
   220     05  FILLER                PIC X(1).
   230     05  CREF-NEXT-CLASS       PIC X(3).
