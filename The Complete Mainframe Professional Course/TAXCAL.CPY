    10*-----------------------------------------------------------*
    20* TAXCAL  -  RECORD LAYOUT FOR ONE TAX PERIOD (TAXCAL FILE) *
    30*                                                            *
    40* ONE ROW PER PAYROLL TAX PERIOD - THE TAX PERIOD DATE THE  *
    50* POSTING RUN STAMPS ON TAXMASTR (EM-LAST-POSTED-PERIOD),   *
    60* THE TAX YEAR THE PERIOD BELONGS TO, AND THE FIRST AND     *
    70* LAST BUSINESS DATES THE PERIOD COVERS, E.G.                *
    80*     20261015 2026 20261001 20261015                        *
    90* DATEADV TAKES THE TAX PERIOD AND YEAR FOR A NEW BUSINESS  *
   100* DATE FROM THE ROW WHOSE DATES CONTAIN IT, AND REFUSES AN  *
   110* ADVANCE TO A DATE NO PERIOD COVERS - THE SAME PATTERN     *
   120* TERMCAL ESTABLISHED FOR SCHOOL TERMS. THE CALLING PROGRAM *
   130* SUPPLIES THE 01-LEVEL GROUP NAME AND COPIES THIS LAYOUT   *
   140* UNDER IT.                                                  *
   150*-----------------------------------------------------------*
   160     05  TXC-PERIOD-DATE       PIC X(8).
   170     05  FILLER                PIC X(1).
   180     05  TXC-TAX-YEAR          PIC X(4).
   190     05  FILLER                PIC X(1).
   200     05  TXC-START-DATE        PIC X(8).
   210     05  FILLER                PIC X(1).
   220     05  TXC-END-DATE          PIC X(8).
