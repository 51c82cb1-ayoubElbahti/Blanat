           IDENTIFICATION DIVISION.
           PROGRAM-ID. BLSOURCE.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    ------------------- PUBLISHED DELIMITED EXTRACT -----------------
               SELECT EXTRACTFILE ASSIGN TO "EXTRACTOUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-FS.
      *    ------------------- CITY TO REGION MAPPING FILE -----------------
               SELECT REGIONMASTER ASSIGN TO "REGNMAST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGNMAST-FS.
      *    ------------------- BUYER DEMAND BY DESTINATION REGION -----------------
               SELECT DEMANDFILE ASSIGN TO "DEMAND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEMAND-FS.
      *    ------------------- INTER-REGION FREIGHT COSTS -----------------
               SELECT FREIGHTFILE ASSIGN TO "FREIGHT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FREIGHT-FS.
      *    ------------------- PLAN LINE SORT FILE -----------------
               SELECT PLANSORT ASSIGN TO "PLANSRTW"
               .
      *    ------------------- SOURCING PLAN REPORT -----------------
               SELECT PLANFILE ASSIGN TO "SOURCEPLAN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLAN-FS.
      *    ------------------- DELIMITED PLAN FOR PURCHASING -----------------
               SELECT PLANEXTRACT ASSIGN TO "SOURCEEXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLANEXT-FS.
      *    ------------------- DEMAND AND FREIGHT EXCEPTIONS -----------------
               SELECT EXCEPTFILE ASSIGN TO "SOURCEEXC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPT-FS.

           DATA DIVISION.
           FILE SECTION.
      *    ------------------- EXTRACT FILE DESCRIPTION -----------------
      *    ONLY THE MATRIX ROWS ARE USED: MATRIX,DATE,CITY,PRODUCT,PRICE
           FD EXTRACTFILE.
           01 EXTRACT-LINE PIC X(100).
      *    ------------------- REGION MAPPING DESCRIPTION -----------------
           FD REGIONMASTER.
           01 REGION-MASTER-RECORD PIC X(40).
      *    ------------------- DEMAND FILE DESCRIPTION -----------------
      *    ONE NEED PER LINE: REGION,PRODUCT,QUANTITY,KG-PER-UNIT
      *    KG-PER-UNIT MAY BE OMITTED AND THEN COUNTS AS ONE KG; IT IS
      *    ONLY USED ON ROUTES PRICED BY THE KG, AND A LINE PLANNED OVER
      *    SUCH A ROUTE WITHOUT ONE IS LISTED AS AN EXCEPTION.
           FD DEMANDFILE.
           01 DEMAND-RECORD PIC X(80).
      *    ------------------- FREIGHT FILE DESCRIPTION -----------------
      *    ONE ROUTE PER LINE: FROMREGION,TOREGION,BASIS,COST
      *    BASIS IS UNIT (COST PER UNIT BOUGHT) OR KG (COST PER KG
      *    CARRIED). A PAIR NOT ON THE FILE CANNOT BE USED, EXCEPT THAT
      *    BUYING INSIDE THE DESTINATION REGION COSTS NOTHING TO CARRY
      *    UNLESS A ROUTE FROM THE REGION TO ITSELF SAYS OTHERWISE.
           FD FREIGHTFILE.
           01 FREIGHT-RECORD PIC X(80).
      *    ------------------- PLAN SORT FILE DESCRIPTION -----------------
      *    DESTINATION REGION FIRST SO EACH REGION GETS ONE PLAN BLOCK.
           SD PLANSORT
           DATA RECORD PLAN-SORT-REC
           RECORDING MODE F.
           01 PLAN-SORT-REC.
               05 PS-REGION       PIC X(18).
               05 PS-PRODUCT      PIC X(18).
               05 PS-QTY          PIC 9(6)V9(2).
               05 PS-CITY         PIC X(18).
               05 PS-SRC-REGION   PIC X(18).
               05 PS-PRICE        PIC 9(6)V9(2).
               05 PS-FREIGHT      PIC 9(7)V9(2).
               05 PS-LANDED       PIC 9(7)V9(2).
               05 PS-COST         PIC 9(11)V9(2).
               05 PS-LOCAL        PIC X.
               05 PS-LOCAL-CITY   PIC X(18).
               05 PS-LOCAL-UNIT   PIC 9(7)V9(2).
               05 PS-LOCAL-COST   PIC 9(11)V9(2).
               05 PS-SAVING       PIC 9(11)V9(2).
      *    ------------------- SOURCING PLAN DESCRIPTION -----------------
           FD PLANFILE.
           01 PLAN-LINE PIC X(120).
      *    ------------------- DELIMITED PLAN DESCRIPTION -----------------
           FD PLANEXTRACT.
           01 PLANEXT-LINE PIC X(200).
      *    ------------------- EXCEPTIONS FILE DESCRIPTION -----------------
           FD EXCEPTFILE.
           01 EXCEPT-LINE PIC X(120).

           WORKING-STORAGE SECTION.
      *    ------------------- PRICED CITY AND PRODUCT TABLES -----------------
      *    BUILT FROM THE MATRIX ROWS OF THE LAST PUBLISHED EXTRACT, SO
      *    THE PLAN PRICES EXACTLY WHAT THE RANKING RUN PUBLISHED. A
      *    ZERO CELL MEANS THE CITY HAD NO PRICE FOR THE PRODUCT.
           01 WS-SC-TABLE.
              05 WS-SC-ENTRY OCCURS 101 TIMES.
                 10 WS-SC-NAME    PIC X(18).
                 10 WS-SC-REGION  PIC 9(2) COMP.
           01 WS-SP-TABLE.
              05 WS-SP-NAME PIC X(18) OCCURS 94 TIMES.
           01 WS-SM-TABLE.
              05 WS-SM-ROW OCCURS 101 TIMES.
                 10 WS-SM-PRICE PIC 9(6)V9(2) OCCURS 94 TIMES.
           01 WS-SC-COUNT      PIC 9(3) COMP VALUE ZERO.
           01 WS-SP-COUNT      PIC 9(3) COMP VALUE ZERO.
           01 WS-SC-SUB        PIC 9(3) COMP VALUE ZERO.
           01 WS-SP-SUB        PIC 9(3) COMP VALUE ZERO.
           01 WS-LIST-SUB      PIC 9(3) COMP VALUE ZERO.
           01 WS-CELLS-LOADED  PIC 9(7) COMP VALUE ZERO.
           01 WS-MATRIX-DATE   PIC X(8) VALUE SPACES.
      *    ------------------- PARSED EXTRACT ROW -----------------
           01 WS-EX-TAG        PIC X(10).
           01 WS-EX-DATE       PIC X(8).
           01 WS-EX-CITY       PIC X(18).
           01 WS-EX-PRODUCT    PIC X(18).
           01 WS-EX-PRICE-X    PIC X(9).
           01 WS-EX-PRICE-ED REDEFINES WS-EX-PRICE-X PIC 9(6).9(2).
           01 WS-EX-PRICE      PIC 9(6)V9(2).
      *    ------------------- REGION TABLE -----------------
      *    SLOT 1 IS THE UNASSIGNED BUCKET, AS IN THE RANKING RUN - A
      *    PRICED CITY MISSING FROM REGNMAST SOURCES FROM THERE.
           01 WS-REGION-TABLE.
              05 WS-RG-NAME PIC X(18) OCCURS 25 TIMES.
           01 WS-REGION-COUNT  PIC 9(2) COMP VALUE ZERO.
           01 WS-REGION-SUB    PIC 9(2) COMP VALUE ZERO.
           01 WS-REGION-SCAN   PIC 9(2) COMP VALUE ZERO.
           01 WS-REGION-CITY   PIC X(18).
           01 WS-REGION-NAME   PIC X(18).
      *    ------------------- FREIGHT TABLE -----------------
      *    ONE CELL PER FROM/TO REGION PAIR. BASIS U = PER UNIT, K = PER
      *    KG, SPACE = NO ROUTE ON THE FREIGHT FILE.
           01 WS-FREIGHT-TABLE.
              05 WS-FR-FROM OCCURS 25 TIMES.
                 10 WS-FR-TO OCCURS 25 TIMES.
                    15 WS-FR-BASIS PIC X.
                    15 WS-FR-COST  PIC 9(6)V9(2).
           01 WS-FROM-SUB      PIC 9(2) COMP VALUE ZERO.
           01 WS-TO-SUB        PIC 9(2) COMP VALUE ZERO.
      *    ------------------- PARSED FREIGHT ROUTE -----------------
           01 WS-FL-FROM       PIC X(18).
           01 WS-FL-TO         PIC X(18).
           01 WS-FL-BASIS      PIC X(6).
           01 WS-FL-COST-X     PIC X(10).
      *    ------------------- PARSED DEMAND LINE -----------------
           01 WS-DL-REGION     PIC X(18).
           01 WS-DL-PRODUCT    PIC X(18).
           01 WS-DL-QTY-X      PIC X(10).
           01 WS-DL-KG-X       PIC X(10).
           01 WS-DL-QTY        PIC 9(6)V9(2).
           01 WS-DL-KG         PIC 9(6)V9(2).
           01 WS-DL-KG-GIVEN   PIC X.
           01 WS-DL-OK         PIC X.
           01 WS-REASON        PIC X(30).
      *    ------------------- SOURCE SELECTION WORK AREAS -----------------
           01 WS-DEST-SUB      PIC 9(2) COMP VALUE ZERO.
           01 WS-SRC-SUB       PIC 9(2) COMP VALUE ZERO.
           01 WS-ROUTE-OK      PIC X.
           01 WS-TRY-FREIGHT   PIC 9(7)V9(2).
           01 WS-TRY-LANDED    PIC 9(7)V9(2).
           01 WS-BEST-SUB      PIC 9(3) COMP VALUE ZERO.
           01 WS-BEST-FREIGHT  PIC 9(7)V9(2).
           01 WS-BEST-LANDED   PIC 9(7)V9(2).
           01 WS-LOCAL-SUB     PIC 9(3) COMP VALUE ZERO.
           01 WS-LOCAL-LANDED  PIC 9(7)V9(2).
      *    ------------------- TEMP VARIABLES -----------------
           01 WS-EXTRACT-FS    PIC X(02).
           01 WS-REGNMAST-FS   PIC X(02).
           01 WS-DEMAND-FS     PIC X(02).
           01 WS-FREIGHT-FS    PIC X(02).
           01 WS-PLAN-FS       PIC X(02).
           01 WS-PLANEXT-FS    PIC X(02).
           01 WS-EXCEPT-FS     PIC X(02).
           01 WS-EOF           PIC X VALUE "N".
           01 WS-MAST-EOF      PIC X VALUE "N".
           01 WS-PREV-REGION   PIC X(18) VALUE SPACES.
           01 WS-AMOUNT-X      PIC X(10).
           01 WS-AMOUNT        PIC 9(6)V9(2).
           01 WS-AMOUNT-OK     PIC X.
           01 WS-SCAN-SUB      PIC 9(2) COMP VALUE ZERO.
           01 WS-SCAN-CHAR     PIC X(1).
           01 WS-SCAN-DIGITS   PIC 9(2) COMP VALUE ZERO.
           01 WS-SCAN-DOTS     PIC 9(2) COMP VALUE ZERO.
           01 WS-CURRENT-DATE-DATA.
                 05  WS-CURRENT-DATE.
                     10  WS-CURRENT-YEAR           PIC 9(04).
                     10  WS-CURRENT-MONTH          PIC 9(02).
                     10  WS-CURRENT-DAY            PIC 9(02).
                 05  WS-CURRENT-TIME               PIC X(08).
           01 WS-TODAY         PIC 9(8) VALUE ZERO.
      *    ------------------- DELIMITED PLAN FIELDS -----------------
           01 WS-PX-QTY        PIC 9(6).9(2).
           01 WS-PX-PRICE      PIC 9(6).9(2).
           01 WS-PX-FREIGHT    PIC 9(7).9(2).
           01 WS-PX-LANDED     PIC 9(7).9(2).
           01 WS-PX-COST       PIC 9(11).9(2).
           01 WS-PX-LOCAL-UNIT PIC 9(7).9(2).
           01 WS-PX-LOCAL-COST PIC 9(11).9(2).
           01 WS-PX-SAVING     PIC 9(11).9(2).
           01 WS-PX-LINES      PIC 9(6).
      *    ------------------- REGION AND RUN TOTALS -----------------
           01 WS-RG-LINES      PIC 9(6) COMP VALUE ZERO.
           01 WS-RG-NOLOCAL    PIC 9(6) COMP VALUE ZERO.
           01 WS-RG-COST       PIC 9(11)V9(2) VALUE ZERO.
           01 WS-RG-LOCAL-COST PIC 9(11)V9(2) VALUE ZERO.
           01 WS-RG-SAVING     PIC 9(11)V9(2) VALUE ZERO.
           01 WS-TOT-COST      PIC 9(11)V9(2) VALUE ZERO.
           01 WS-TOT-LOCAL-COST PIC 9(11)V9(2) VALUE ZERO.
           01 WS-TOT-SAVING    PIC 9(11)V9(2) VALUE ZERO.
           01 WS-CTL-DEMAND    PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-PLANNED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-NOSOURCE  PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-NOLOCAL   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-ROUTES    PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-REJECTED  PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-REGIONS   PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT    PIC Z,ZZZ,ZZ9.
      *    ------------------- SOURCING PLAN WORK AREAS -----------------
           01 WS-PLAN-HEADER-1.
              05 FILLER          PIC X(44) VALUE
                 'BLSOURCE  -  PROCUREMENT  SOURCING  PLAN'.
           01 WS-PLAN-DATE-LINE.
              05 FILLER          PIC X(10) VALUE 'RUN DATE :'.
              05 PH-YEAR         PIC 9(04).
              05 FILLER          PIC X(01) VALUE '-'.
              05 PH-MONTH        PIC 9(02).
              05 FILLER          PIC X(01) VALUE '-'.
              05 PH-DAY          PIC 9(02).
              05 FILLER          PIC X(18) VALUE
                 '   PRICES DATED : '.
              05 PH-PRICE-DATE   PIC X(08).
           01 WS-PLAN-REGION-LINE.
              05 FILLER          PIC X(21) VALUE
                 'DESTINATION REGION : '.
              05 PR-REGION       PIC X(18).
           01 WS-PLAN-COL-HEADER.
              05 FILLER          PIC X(19) VALUE 'PRODUCT'.
              05 FILLER          PIC X(11) VALUE '  QUANTITY'.
              05 FILLER          PIC X(19) VALUE 'SOURCE CITY'.
              05 FILLER          PIC X(19) VALUE 'SOURCE REGION'.
              05 FILLER          PIC X(11) VALUE '      PRICE'.
              05 FILLER          PIC X(11) VALUE '    FREIGHT'.
              05 FILLER          PIC X(11) VALUE '     LANDED'.
              05 FILLER          PIC X(14) VALUE '     LINE COST'.
           01 WS-PLAN-DETAIL-LINE.
              05 PD-PRODUCT      PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PD-QTY          PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PD-CITY         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PD-SRC-REGION   PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PD-PRICE        PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PD-FREIGHT      PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PD-LANDED       PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PD-COST         PIC ZZ,ZZZ,ZZ9.99.
           01 WS-PLAN-LOCAL-LINE.
              05 FILLER          PIC X(19) VALUE SPACES.
              05 PL-LABEL        PIC X(12).
              05 PL-CITY         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PL-UNIT         PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PL-COST         PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER          PIC X(10) VALUE '  SAVING :'.
              05 PL-SAVING       PIC ZZ,ZZZ,ZZ9.99.
           01 WS-PLAN-NOLOCAL-LINE.
              05 FILLER          PIC X(19) VALUE SPACES.
              05 FILLER          PIC X(40) VALUE
                 'LOCAL BUY : NO PRICED CITY IN REGION'.
           01 WS-PLAN-TOTAL-LINE.
              05 PT-LABEL        PIC X(20).
              05 PT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-PLAN-COUNT-LINE.
              05 PC-LABEL        PIC X(20).
              05 PC-COUNT        PIC Z,ZZZ,ZZ9.
      *    ------------------- EXCEPTION REPORT WORK AREAS -----------------
           01 WS-EXC-HEADER-1.
              05 FILLER          PIC X(44) VALUE
                 'BLSOURCE  -  SOURCING  EXCEPTIONS'.
           01 WS-EXC-COL-HEADER.
              05 FILLER          PIC X(09) VALUE 'FILE'.
              05 FILLER          PIC X(19) VALUE 'REGION / FROM'.
              05 FILLER          PIC X(19) VALUE 'PRODUCT / TO'.
              05 FILLER          PIC X(11) VALUE 'AMOUNT'.
              05 FILLER          PIC X(30) VALUE 'REASON'.
           01 WS-EXC-DETAIL-LINE.
              05 XD-FILE         PIC X(08).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 XD-KEY-1        PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 XD-KEY-2        PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 XD-AMOUNT       PIC X(10).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 XD-REASON       PIC X(30).
           01 WS-SOURCE-TOTAL-LINE.
              05 MT-LABEL        PIC X(20).
              05 MT-COUNT        PIC Z,ZZZ,ZZ9.

           PROCEDURE DIVISION.
           MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             MOVE WS-CURRENT-DATE TO WS-TODAY

             OPEN INPUT EXTRACTFILE
             IF WS-EXTRACT-FS NOT = "00"
                 DISPLAY "BLSOURCE - RUN ABORTED"
                 DISPLAY "EXTRACTOUT UNAVAILABLE - RUN THE MAIN BATCH "
                     "FIRST"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF

             PERFORM LOAD-PRICE-MATRIX
             PERFORM LOAD-REGION-MASTER
             PERFORM OPEN-EXCEPTION-REPORT
             PERFORM LOAD-FREIGHT-TABLE

             OPEN OUTPUT PLANEXTRACT
             IF WS-PLANEXT-FS NOT = "00"
                 DISPLAY "BLSOURCE - RUN ABORTED"
                 DISPLAY "SOURCEEXT NOT WRITABLE - STATUS "
                     WS-PLANEXT-FS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             SORT PLANSORT
                ON ASCENDING KEY PS-REGION
                ON ASCENDING KEY PS-PRODUCT
                ON ASCENDING KEY PS-CITY
                   INPUT PROCEDURE IS PLAN-DEMAND
                   OUTPUT PROCEDURE IS WRITE-SOURCING-PLAN
             CLOSE PLANEXTRACT

             PERFORM WRITE-SOURCE-TOTALS
             CLOSE EXCEPTFILE

             MOVE WS-CTL-DEMAND TO WS-COUNT-EDIT
             DISPLAY "BLSOURCE - DEMAND LINES READ  : " WS-COUNT-EDIT
             MOVE WS-CTL-PLANNED TO WS-COUNT-EDIT
             DISPLAY "BLSOURCE - LINES PLANNED      : " WS-COUNT-EDIT
             MOVE WS-CTL-REJECTED TO WS-COUNT-EDIT
             DISPLAY "BLSOURCE - EXCEPTIONS         : " WS-COUNT-EDIT

      *    ------------------- SCHEDULER RETURN CODE -----------------
      *    0 = CLEAN RUN, 4 = EXCEPTIONS LISTED, 8 = NO DEMAND OR NO
      *    MATRIX PRICES TO PLAN FROM, 12 = ABORTED RUN.
             MOVE ZERO TO RETURN-CODE
             IF WS-CTL-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
             END-IF
             IF WS-CELLS-LOADED = 0
                 DISPLAY "BLSOURCE - EXTRACTOUT HOLDS NO MATRIX ROWS"
                 MOVE 8 TO RETURN-CODE
             END-IF
             IF WS-CTL-DEMAND = 0
                 DISPLAY "BLSOURCE - DEMAND MISSING OR EMPTY"
                 MOVE 8 TO RETURN-CODE
             END-IF
             STOP RUN.

           LOAD-PRICE-MATRIX.
      *    ------------------- CITY/PRODUCT PRICES FROM THE EXTRACT -----------------
      *    CITIES AND PRODUCTS ARE SLOTTED IN THE ORDER THEY FIRST
      *    APPEAR. THE OTHER ROW TYPES ON THE EXTRACT ARE SKIPPED.
                MOVE ZERO TO WS-SC-COUNT
                MOVE ZERO TO WS-SP-COUNT
                MOVE ZERO TO WS-CELLS-LOADED
                INITIALIZE WS-SM-TABLE
                MOVE "N" TO WS-EOF
                READ EXTRACTFILE
                    AT END MOVE "Y" TO WS-EOF
                END-READ
                PERFORM UNTIL WS-EOF = "Y"
                    IF EXTRACT-LINE(1:7) = 'MATRIX,'
                        PERFORM LOAD-MATRIX-ROW
                    END-IF
                    READ EXTRACTFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
                CLOSE EXTRACTFILE
           .

           LOAD-MATRIX-ROW.
      *    ------------------- ONE MATRIX CELL -----------------
                MOVE SPACES TO WS-EX-TAG
                MOVE SPACES TO WS-EX-DATE
                MOVE SPACES TO WS-EX-CITY
                MOVE SPACES TO WS-EX-PRODUCT
                MOVE SPACES TO WS-EX-PRICE-X
                UNSTRING EXTRACT-LINE DELIMITED BY ","
                    INTO WS-EX-TAG, WS-EX-DATE, WS-EX-CITY,
                         WS-EX-PRODUCT, WS-EX-PRICE-X
                IF WS-EX-CITY NOT = SPACES
                    AND WS-EX-PRODUCT NOT = SPACES
                    AND WS-EX-PRICE-X(1:6) IS NUMERIC
                    AND WS-EX-PRICE-X(8:2) IS NUMERIC
                    MOVE WS-EX-PRICE-ED TO WS-EX-PRICE
                    IF WS-MATRIX-DATE = SPACES
                        MOVE WS-EX-DATE TO WS-MATRIX-DATE
                    END-IF
                    PERFORM FIND-CITY-SLOT
                    PERFORM FIND-PRODUCT-SLOT
                    IF WS-SC-SUB > 0 AND WS-SP-SUB > 0
                        AND WS-EX-PRICE > 0
                        MOVE WS-EX-PRICE
                            TO WS-SM-PRICE(WS-SC-SUB, WS-SP-SUB)
                        ADD 1 TO WS-CELLS-LOADED
                    END-IF
                END-IF
           .

           FIND-CITY-SLOT.
      *    ------------------- FIND OR ADD ONE CITY SLOT -----------------
                MOVE ZERO TO WS-SC-SUB
                PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                UNTIL WS-LIST-SUB > WS-SC-COUNT
                    OR WS-SC-SUB > 0
                    IF WS-SC-NAME(WS-LIST-SUB) = WS-EX-CITY
                        MOVE WS-LIST-SUB TO WS-SC-SUB
                    END-IF
                END-PERFORM
                IF WS-SC-SUB = 0
                    IF WS-SC-COUNT < 101
                        ADD 1 TO WS-SC-COUNT
                        MOVE WS-SC-COUNT TO WS-SC-SUB
                        MOVE WS-EX-CITY TO WS-SC-NAME(WS-SC-SUB)
                        MOVE 1 TO WS-SC-REGION(WS-SC-SUB)
                    ELSE
                        DISPLAY "BLSOURCE - EXTRACTOUT HOLDS MORE THAN "
                            "101 CITIES - REMAINDER IGNORED"
                    END-IF
                END-IF
           .

           FIND-PRODUCT-SLOT.
      *    ------------------- FIND OR ADD ONE PRODUCT SLOT -----------------
                MOVE ZERO TO WS-SP-SUB
                PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                UNTIL WS-LIST-SUB > WS-SP-COUNT
                    OR WS-SP-SUB > 0
                    IF WS-SP-NAME(WS-LIST-SUB) = WS-EX-PRODUCT
                        MOVE WS-LIST-SUB TO WS-SP-SUB
                    END-IF
                END-PERFORM
                IF WS-SP-SUB = 0
                    IF WS-SP-COUNT < 94
                        ADD 1 TO WS-SP-COUNT
                        MOVE WS-SP-COUNT TO WS-SP-SUB
                        MOVE WS-EX-PRODUCT TO WS-SP-NAME(WS-SP-SUB)
                    ELSE
                        DISPLAY "BLSOURCE - EXTRACTOUT HOLDS MORE THAN "
                            "94 PRODUCTS - REMAINDER IGNORED"
                    END-IF
                END-IF
           .

           LOAD-REGION-MASTER.
      *    ------------------- LOAD CITY-TO-REGION MAPPING -----------------
      *    EACH LINE CARRIES CITY,REGION. EVERY REGION NAMED IS KEPT EVEN
      *    WITH NO PRICED CITY IN IT - IT CAN STILL BE A DESTINATION.
                MOVE ZERO TO WS-REGION-COUNT
                PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                UNTIL WS-REGION-SUB > 25
                    MOVE SPACES TO WS-RG-NAME(WS-REGION-SUB)
                END-PERFORM
                MOVE 'UNASSIGNED' TO WS-RG-NAME(1)
                MOVE 1 TO WS-REGION-COUNT
                MOVE "N" TO WS-MAST-EOF
                OPEN INPUT REGIONMASTER
                IF WS-REGNMAST-FS = "00"
                    READ REGIONMASTER
                        AT END MOVE "Y" TO WS-MAST-EOF
                    END-READ
                    PERFORM UNTIL WS-MAST-EOF = "Y"
                        MOVE SPACES TO WS-REGION-CITY
                        MOVE SPACES TO WS-REGION-NAME
                        UNSTRING REGION-MASTER-RECORD DELIMITED BY ","
                            INTO WS-REGION-CITY,
                                 WS-REGION-NAME
                        IF WS-REGION-CITY NOT = SPACES
                            AND WS-REGION-NAME NOT = SPACES
                            PERFORM FIND-REGION-SLOT
                            IF WS-REGION-SUB > 0
                                PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                                UNTIL WS-LIST-SUB > WS-SC-COUNT
                                    IF WS-SC-NAME(WS-LIST-SUB) =
                                        WS-REGION-CITY
                                        MOVE WS-REGION-SUB
                                          TO WS-SC-REGION(WS-LIST-SUB)
                                    END-IF
                                END-PERFORM
                            END-IF
                        END-IF
                        READ REGIONMASTER
                            AT END MOVE "Y" TO WS-MAST-EOF
                        END-READ
                    END-PERFORM
                    CLOSE REGIONMASTER
                ELSE
                    DISPLAY "BLSOURCE - REGNMAST MISSING - ALL CITIES "
                        "UNASSIGNED"
                END-IF
           .

           FIND-REGION-SLOT.
      *    ------------------- FIND OR ADD ONE REGION SLOT -----------------
                PERFORM FIND-REGION
                IF WS-REGION-SUB = 0
                    IF WS-REGION-COUNT < 25
                        ADD 1 TO WS-REGION-COUNT
                        MOVE WS-REGION-COUNT TO WS-REGION-SUB
                        MOVE WS-REGION-NAME
                            TO WS-RG-NAME(WS-REGION-SUB)
                    ELSE
                        DISPLAY "BLSOURCE - REGNMAST HOLDS MORE THAN "
                            "25 REGIONS - REMAINDER UNASSIGNED"
                    END-IF
                END-IF
           .

           FIND-REGION.
      *    ------------------- REGION NAME TO SLOT, ZERO IF UNKNOWN -----------------
                MOVE ZERO TO WS-REGION-SUB
                PERFORM VARYING WS-REGION-SCAN FROM 1 BY 1
                UNTIL WS-REGION-SCAN > WS-REGION-COUNT
                    OR WS-REGION-SUB > 0
                    IF WS-RG-NAME(WS-REGION-SCAN) = WS-REGION-NAME
                        MOVE WS-REGION-SCAN TO WS-REGION-SUB
                    END-IF
                END-PERFORM
           .

           LOAD-FREIGHT-TABLE.
      *    ------------------- LOAD REGION-TO-REGION FREIGHT COSTS -----------------
      *    A BAD OR REPEATED ROUTE IS LISTED AS AN EXCEPTION AND THE
      *    FIRST GOOD LINE FOR A PAIR STANDS. NO FREIGHT FILE LEAVES
      *    ONLY BUYING INSIDE THE DESTINATION REGION.
                INITIALIZE WS-FREIGHT-TABLE
                MOVE "N" TO WS-MAST-EOF
                OPEN INPUT FREIGHTFILE
                IF WS-FREIGHT-FS = "00"
                    READ FREIGHTFILE
                        AT END MOVE "Y" TO WS-MAST-EOF
                    END-READ
                    PERFORM UNTIL WS-MAST-EOF = "Y"
                        IF FREIGHT-RECORD NOT = SPACES
                            PERFORM LOAD-FREIGHT-ROUTE
                        END-IF
                        READ FREIGHTFILE
                            AT END MOVE "Y" TO WS-MAST-EOF
                        END-READ
                    END-PERFORM
                    CLOSE FREIGHTFILE
                ELSE
                    DISPLAY "BLSOURCE - FREIGHT MISSING - LOCAL BUYING "
                        "ONLY"
                END-IF
           .

           LOAD-FREIGHT-ROUTE.
      *    ------------------- ONE FREIGHT ROUTE -----------------
                MOVE SPACES TO WS-FL-FROM
                MOVE SPACES TO WS-FL-TO
                MOVE SPACES TO WS-FL-BASIS
                MOVE SPACES TO WS-FL-COST-X
                MOVE SPACES TO WS-REASON
                UNSTRING FREIGHT-RECORD DELIMITED BY ","
                    INTO WS-FL-FROM, WS-FL-TO, WS-FL-BASIS,
                         WS-FL-COST-X
                MOVE WS-FL-FROM TO WS-REGION-NAME
                PERFORM FIND-REGION
                MOVE WS-REGION-SUB TO WS-FROM-SUB
                MOVE WS-FL-TO TO WS-REGION-NAME
                PERFORM FIND-REGION
                MOVE WS-REGION-SUB TO WS-TO-SUB
                MOVE WS-FL-COST-X TO WS-AMOUNT-X
                PERFORM CHECK-AMOUNT

                EVALUATE TRUE
                    WHEN WS-FROM-SUB = 0
                        MOVE 'FROM REGION NOT ON REGNMAST'
                            TO WS-REASON
                    WHEN WS-TO-SUB = 0
                        MOVE 'TO REGION NOT ON REGNMAST' TO WS-REASON
                    WHEN WS-FL-BASIS NOT = 'UNIT'
                     AND WS-FL-BASIS NOT = 'KG'
                        MOVE 'BASIS NOT UNIT OR KG' TO WS-REASON
                    WHEN WS-AMOUNT-OK = 'N'
                        MOVE 'FREIGHT COST INVALID' TO WS-REASON
                    WHEN WS-FR-BASIS(WS-FROM-SUB, WS-TO-SUB)
                        NOT = SPACE
                        MOVE 'DUPLICATE FREIGHT ROUTE' TO WS-REASON
                END-EVALUATE

                IF WS-REASON = SPACES
                    ADD 1 TO WS-CTL-ROUTES
                    MOVE WS-FL-BASIS(1:1)
                        TO WS-FR-BASIS(WS-FROM-SUB, WS-TO-SUB)
                    MOVE WS-AMOUNT
                        TO WS-FR-COST(WS-FROM-SUB, WS-TO-SUB)
                ELSE
                    MOVE 'FREIGHT'    TO XD-FILE
                    MOVE WS-FL-FROM   TO XD-KEY-1
                    MOVE WS-FL-TO     TO XD-KEY-2
                    MOVE WS-FL-COST-X TO XD-AMOUNT
                    PERFORM WRITE-EXCEPTION
                END-IF
           .

           OPEN-EXCEPTION-REPORT.
      *    ------------------- EXCEPTION REPORT HEADER -----------------
                OPEN OUTPUT EXCEPTFILE
                IF WS-EXCEPT-FS NOT = "00"
                    DISPLAY "BLSOURCE - RUN ABORTED"
                    DISPLAY "SOURCEEXC NOT WRITABLE - STATUS "
                        WS-EXCEPT-FS
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF

                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-EXC-HEADER-1 TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE WS-CURRENT-YEAR  TO PH-YEAR
                MOVE WS-CURRENT-MONTH TO PH-MONTH
                MOVE WS-CURRENT-DAY   TO PH-DAY
                MOVE WS-MATRIX-DATE   TO PH-PRICE-DATE
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-PLAN-DATE-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE SPACES TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-EXC-COL-HEADER TO EXCEPT-LINE
                WRITE EXCEPT-LINE
           .

           PLAN-DEMAND.
      *    ------------------- PRICE EVERY DEMAND LINE -----------------
      *    SORT INPUT PROCEDURE: EACH GOOD DEMAND LINE WITH AT LEAST ONE
      *    REACHABLE PRICED CITY IS RELEASED AS ONE PLAN LINE.
                MOVE "N" TO WS-EOF
                OPEN INPUT DEMANDFILE
                IF WS-DEMAND-FS NOT = "00"
                    MOVE "Y" TO WS-EOF
                ELSE
                    READ DEMANDFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-IF
                PERFORM UNTIL WS-EOF = "Y"
                    IF DEMAND-RECORD NOT = SPACES
                        ADD 1 TO WS-CTL-DEMAND
                        PERFORM VALIDATE-DEMAND
                        IF WS-DL-OK = 'Y'
                            PERFORM CHOOSE-SOURCE
                        END-IF
                    END-IF
                    READ DEMANDFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
                IF WS-DEMAND-FS = "00" OR WS-DEMAND-FS = "10"
                    CLOSE DEMANDFILE
                END-IF
           .

           VALIDATE-DEMAND.
      *    ------------------- ONE DEMAND LINE MUST MAKE SENSE -----------------
      *    THE FIRST FAILING TEST GIVES THE REASON.
                MOVE 'Y' TO WS-DL-OK
                MOVE SPACES TO WS-REASON
                MOVE SPACES TO WS-DL-REGION
                MOVE SPACES TO WS-DL-PRODUCT
                MOVE SPACES TO WS-DL-QTY-X
                MOVE SPACES TO WS-DL-KG-X
                UNSTRING DEMAND-RECORD DELIMITED BY ","
                    INTO WS-DL-REGION, WS-DL-PRODUCT, WS-DL-QTY-X,
                         WS-DL-KG-X
                MOVE WS-DL-REGION TO WS-REGION-NAME
                PERFORM FIND-REGION
                MOVE WS-REGION-SUB TO WS-DEST-SUB
                MOVE WS-DL-PRODUCT TO WS-EX-PRODUCT
                MOVE ZERO TO WS-SP-SUB
                PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                UNTIL WS-LIST-SUB > WS-SP-COUNT
                    OR WS-SP-SUB > 0
                    IF WS-SP-NAME(WS-LIST-SUB) = WS-EX-PRODUCT
                        MOVE WS-LIST-SUB TO WS-SP-SUB
                    END-IF
                END-PERFORM

                MOVE WS-DL-QTY-X TO WS-AMOUNT-X
                PERFORM CHECK-AMOUNT
                IF WS-AMOUNT-OK = 'N' OR WS-AMOUNT = ZERO
                    MOVE 'QUANTITY MISSING OR INVALID' TO WS-REASON
                ELSE
                    MOVE WS-AMOUNT TO WS-DL-QTY
                END-IF
                MOVE 1 TO WS-DL-KG
                MOVE 'N' TO WS-DL-KG-GIVEN
                IF WS-DL-KG-X NOT = SPACES
                    MOVE 'Y' TO WS-DL-KG-GIVEN
                END-IF
                IF WS-REASON = SPACES AND WS-DL-KG-X NOT = SPACES
                    MOVE WS-DL-KG-X TO WS-AMOUNT-X
                    PERFORM CHECK-AMOUNT
                    IF WS-AMOUNT-OK = 'N' OR WS-AMOUNT = ZERO
                        MOVE 'KG PER UNIT INVALID' TO WS-REASON
                    ELSE
                        MOVE WS-AMOUNT TO WS-DL-KG
                    END-IF
                END-IF

                EVALUATE TRUE
                    WHEN WS-DL-REGION = SPACES
                        MOVE 'REGION MISSING' TO WS-REASON
                    WHEN WS-DEST-SUB = 0
                        MOVE 'REGION NOT ON REGNMAST' TO WS-REASON
                    WHEN WS-DL-PRODUCT = SPACES
                        MOVE 'PRODUCT MISSING' TO WS-REASON
                    WHEN WS-SP-SUB = 0
                        MOVE 'PRODUCT NOT PRICED IN MATRIX'
                            TO WS-REASON
                END-EVALUATE

                IF WS-REASON NOT = SPACES
                    MOVE 'N' TO WS-DL-OK
                    PERFORM WRITE-DEMAND-EXCEPTION
                END-IF
           .

           CHOOSE-SOURCE.
      *    ------------------- CHEAPEST LANDED CITY FOR ONE NEED -----------------
      *    LANDED UNIT COST = MATRIX PRICE + FREIGHT FROM THE CITY'S
      *    REGION TO THE DESTINATION. THE BEST CITY OVERALL AND THE BEST
      *    CITY INSIDE THE DESTINATION REGION ARE BOTH KEPT - THE SECOND
      *    IS WHAT BUYING LOCALLY WOULD HAVE COST. EQUAL COSTS GO TO THE
      *    CITY FIRST IN NAME ORDER SO A RERUN GIVES THE SAME PLAN.
                MOVE ZERO TO WS-BEST-SUB
                MOVE ZERO TO WS-LOCAL-SUB
                MOVE ZERO TO WS-BEST-LANDED
                MOVE ZERO TO WS-BEST-FREIGHT
                MOVE ZERO TO WS-LOCAL-LANDED
                PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                UNTIL WS-SC-SUB > WS-SC-COUNT
                    IF WS-SM-PRICE(WS-SC-SUB, WS-SP-SUB) > 0
                        PERFORM TRY-SOURCE-CITY
                    END-IF
                END-PERFORM

                IF WS-BEST-SUB = 0
                    MOVE 'NO PRICED CITY WITH A ROUTE' TO WS-REASON
                    ADD 1 TO WS-CTL-NOSOURCE
                    PERFORM WRITE-DEMAND-EXCEPTION
                    PERFORM WRITE-NOSOURCE-ROW
                ELSE
                    PERFORM RELEASE-PLAN-LINE
      *    ------------- A KG ROUTE PRICED ON THE ONE-KG DEFAULT IS STILL
      *    ------------- PLANNED, BUT PURCHASING MUST SEE THE ASSUMPTION -
                    IF WS-DL-KG-GIVEN = 'N'
                        MOVE WS-SC-REGION(WS-BEST-SUB) TO WS-SRC-SUB
                        IF WS-FR-BASIS(WS-SRC-SUB, WS-DEST-SUB) = 'K'
                            OR (WS-LOCAL-SUB > 0
                            AND WS-FR-BASIS(WS-DEST-SUB, WS-DEST-SUB)
                                = 'K')
                            MOVE 'NO KG PER UNIT - 1 KG ASSUMED'
                                TO WS-REASON
                            PERFORM WRITE-DEMAND-EXCEPTION
                        END-IF
                    END-IF
                END-IF
           .

           TRY-SOURCE-CITY.
      *    ------------------- ONE CANDIDATE CITY -----------------
                MOVE WS-SC-REGION(WS-SC-SUB) TO WS-SRC-SUB
                MOVE 'Y' TO WS-ROUTE-OK
                MOVE ZERO TO WS-TRY-FREIGHT
                EVALUATE WS-FR-BASIS(WS-SRC-SUB, WS-DEST-SUB)
                    WHEN 'U'
                        MOVE WS-FR-COST(WS-SRC-SUB, WS-DEST-SUB)
                            TO WS-TRY-FREIGHT
                    WHEN 'K'
                        COMPUTE WS-TRY-FREIGHT ROUNDED =
                            WS-FR-COST(WS-SRC-SUB, WS-DEST-SUB)
                                * WS-DL-KG
                            ON SIZE ERROR
                                MOVE 'N' TO WS-ROUTE-OK
                        END-COMPUTE
                    WHEN OTHER
                        IF WS-SRC-SUB NOT = WS-DEST-SUB
                            MOVE 'N' TO WS-ROUTE-OK
                        END-IF
                END-EVALUATE
                IF WS-ROUTE-OK = 'Y'
                    COMPUTE WS-TRY-LANDED =
                        WS-SM-PRICE(WS-SC-SUB, WS-SP-SUB)
                            + WS-TRY-FREIGHT
                        ON SIZE ERROR
                            MOVE 'N' TO WS-ROUTE-OK
                    END-COMPUTE
                END-IF
                IF WS-ROUTE-OK = 'Y'
                    IF WS-BEST-SUB = 0
                        OR WS-TRY-LANDED < WS-BEST-LANDED
                        OR (WS-TRY-LANDED = WS-BEST-LANDED
                            AND WS-SC-NAME(WS-SC-SUB)
                                < WS-SC-NAME(WS-BEST-SUB))
                        MOVE WS-SC-SUB      TO WS-BEST-SUB
                        MOVE WS-TRY-LANDED  TO WS-BEST-LANDED
                        MOVE WS-TRY-FREIGHT TO WS-BEST-FREIGHT
                    END-IF
                    IF WS-SRC-SUB = WS-DEST-SUB
                        IF WS-LOCAL-SUB = 0
                            OR WS-TRY-LANDED < WS-LOCAL-LANDED
                            OR (WS-TRY-LANDED = WS-LOCAL-LANDED
                                AND WS-SC-NAME(WS-SC-SUB)
                                    < WS-SC-NAME(WS-LOCAL-SUB))
                            MOVE WS-SC-SUB     TO WS-LOCAL-SUB
                            MOVE WS-TRY-LANDED TO WS-LOCAL-LANDED
                        END-IF
                    END-IF
                END-IF
           .

           RELEASE-PLAN-LINE.
      *    ------------------- ONE PLAN LINE TO THE REGION SORT -----------------
                MOVE WS-DL-REGION  TO PS-REGION
                MOVE WS-DL-PRODUCT TO PS-PRODUCT
                MOVE WS-DL-QTY     TO PS-QTY
                MOVE WS-SC-NAME(WS-BEST-SUB) TO PS-CITY
                MOVE WS-SC-REGION(WS-BEST-SUB) TO WS-SRC-SUB
                MOVE WS-RG-NAME(WS-SRC-SUB) TO PS-SRC-REGION
                MOVE WS-SM-PRICE(WS-BEST-SUB, WS-SP-SUB) TO PS-PRICE
                MOVE WS-BEST-FREIGHT TO PS-FREIGHT
                MOVE WS-BEST-LANDED  TO PS-LANDED
                MOVE 'N' TO PS-LOCAL
                MOVE SPACES TO PS-LOCAL-CITY
                MOVE ZERO TO PS-LOCAL-UNIT
                MOVE ZERO TO PS-LOCAL-COST
                MOVE ZERO TO PS-SAVING
                COMPUTE PS-COST ROUNDED = WS-BEST-LANDED * WS-DL-QTY
                IF WS-LOCAL-SUB > 0
                    MOVE 'Y' TO PS-LOCAL
                    MOVE WS-SC-NAME(WS-LOCAL-SUB) TO PS-LOCAL-CITY
                    MOVE WS-LOCAL-LANDED TO PS-LOCAL-UNIT
                    COMPUTE PS-LOCAL-COST ROUNDED =
                        WS-LOCAL-LANDED * WS-DL-QTY
                    COMPUTE PS-SAVING = PS-LOCAL-COST - PS-COST
                END-IF
                ADD 1 TO WS-CTL-PLANNED
                RELEASE PLAN-SORT-REC
           .

           WRITE-NOSOURCE-ROW.
      *    ------------------- UNFILLED NEED ON THE DELIMITED PLAN -----------------
      *    PURCHASING SEES EVERY NEED IT MUST COVER BY OTHER MEANS.
                MOVE WS-DL-QTY TO WS-PX-QTY
                MOVE SPACES TO PLANEXT-LINE
                STRING 'NOSOURCE,' WS-TODAY ',' DELIMITED BY SIZE
                    WS-DL-REGION DELIMITED BY SPACE
                    ',' DELIMITED BY SIZE
                    WS-DL-PRODUCT DELIMITED BY SPACE
                    ',' WS-PX-QTY DELIMITED BY SIZE
                    INTO PLANEXT-LINE
                WRITE PLANEXT-LINE
           .

           CHECK-AMOUNT.
      *    ------------------- AMOUNT MUST BE DIGITS AND ONE POINT -----------------
                MOVE 'Y' TO WS-AMOUNT-OK
                MOVE ZERO TO WS-AMOUNT
                MOVE ZERO TO WS-SCAN-DIGITS
                MOVE ZERO TO WS-SCAN-DOTS
                PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > 10
                    MOVE WS-AMOUNT-X(WS-SCAN-SUB:1) TO WS-SCAN-CHAR
                    IF WS-SCAN-CHAR IS NUMERIC
                        ADD 1 TO WS-SCAN-DIGITS
                    ELSE
                        IF WS-SCAN-CHAR = '.'
                            ADD 1 TO WS-SCAN-DOTS
                        ELSE
                            IF WS-SCAN-CHAR NOT = SPACE
                                MOVE 99 TO WS-SCAN-DIGITS
                                MOVE 99 TO WS-SCAN-DOTS
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-SCAN-DIGITS = 0 OR WS-SCAN-DIGITS > 8
                    OR WS-SCAN-DOTS > 1
                    MOVE 'N' TO WS-AMOUNT-OK
                ELSE
                    MOVE WS-AMOUNT-X TO WS-AMOUNT
                END-IF
           .

           WRITE-DEMAND-EXCEPTION.
      *    ------------------- ONE DEMAND LINE THAT CANNOT BE PLANNED -----------------
                MOVE 'DEMAND'      TO XD-FILE
                MOVE WS-DL-REGION  TO XD-KEY-1
                MOVE WS-DL-PRODUCT TO XD-KEY-2
                MOVE WS-DL-QTY-X   TO XD-AMOUNT
                PERFORM WRITE-EXCEPTION
           .

           WRITE-EXCEPTION.
      *    ------------------- ONE EXCEPTION LINE -----------------
                ADD 1 TO WS-CTL-REJECTED
                MOVE WS-REASON TO XD-REASON
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-EXC-DETAIL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE
           .

           WRITE-SOURCING-PLAN.
      *    ------------------- ONE PLAN BLOCK PER DESTINATION REGION -----------------
                OPEN OUTPUT PLANFILE
                IF WS-PLAN-FS NOT = "00"
                    DISPLAY "BLSOURCE - RUN ABORTED"
                    DISPLAY "SOURCEPLAN NOT WRITABLE - STATUS "
                        WS-PLAN-FS
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF

                MOVE SPACES TO PLAN-LINE
                MOVE WS-PLAN-HEADER-1 TO PLAN-LINE
                WRITE PLAN-LINE

                MOVE SPACES TO PLAN-LINE
                MOVE WS-PLAN-DATE-LINE TO PLAN-LINE
                WRITE PLAN-LINE

                MOVE SPACES TO WS-PREV-REGION
                MOVE ZERO TO WS-RG-LINES
                MOVE "N" TO WS-EOF
                RETURN PLANSORT
                    AT END MOVE "Y" TO WS-EOF
                END-RETURN
                PERFORM UNTIL WS-EOF = "Y"
                    IF PS-REGION NOT = WS-PREV-REGION
                        PERFORM WRITE-REGION-TOTAL
                        PERFORM WRITE-REGION-HEADER
                    END-IF
                    PERFORM WRITE-PLAN-DETAIL
                    PERFORM WRITE-PLAN-EXTRACT
                    RETURN PLANSORT
                        AT END MOVE "Y" TO WS-EOF
                    END-RETURN
                END-PERFORM
                PERFORM WRITE-REGION-TOTAL

                IF WS-CTL-PLANNED = 0
                    MOVE SPACES TO PLAN-LINE
                    WRITE PLAN-LINE
                    MOVE 'NO DEMAND COULD BE PLANNED THIS RUN'
                        TO PLAN-LINE
                    WRITE PLAN-LINE
                ELSE
                    PERFORM WRITE-GRAND-TOTAL
                END-IF
                CLOSE PLANFILE
           .

           WRITE-REGION-HEADER.
      *    ------------------- START OF ONE DESTINATION REGION -----------------
                MOVE PS-REGION TO WS-PREV-REGION
                MOVE ZERO TO WS-RG-LINES
                MOVE ZERO TO WS-RG-NOLOCAL
                MOVE ZERO TO WS-RG-COST
                MOVE ZERO TO WS-RG-LOCAL-COST
                MOVE ZERO TO WS-RG-SAVING
                ADD 1 TO WS-CTL-REGIONS
                MOVE SPACES TO PLAN-LINE
                WRITE PLAN-LINE
                MOVE PS-REGION TO PR-REGION
                MOVE SPACES TO PLAN-LINE
                MOVE WS-PLAN-REGION-LINE TO PLAN-LINE
                WRITE PLAN-LINE
                MOVE SPACES TO PLAN-LINE
                MOVE WS-PLAN-COL-HEADER TO PLAN-LINE
                WRITE PLAN-LINE
           .

           WRITE-PLAN-DETAIL.
      *    ------------------- ONE PLAN LINE AND ITS LOCAL COMPARISON -----------------
                ADD 1 TO WS-RG-LINES
                ADD PS-COST TO WS-RG-COST
                MOVE PS-PRODUCT    TO PD-PRODUCT
                MOVE PS-QTY        TO PD-QTY
                MOVE PS-CITY       TO PD-CITY
                MOVE PS-SRC-REGION TO PD-SRC-REGION
                MOVE PS-PRICE      TO PD-PRICE
                MOVE PS-FREIGHT    TO PD-FREIGHT
                MOVE PS-LANDED     TO PD-LANDED
                MOVE PS-COST       TO PD-COST
                MOVE SPACES TO PLAN-LINE
                MOVE WS-PLAN-DETAIL-LINE TO PLAN-LINE
                WRITE PLAN-LINE

                IF PS-LOCAL = 'Y'
                    ADD PS-LOCAL-COST TO WS-RG-LOCAL-COST
                    ADD PS-SAVING     TO WS-RG-SAVING
                    MOVE 'LOCAL BUY : ' TO PL-LABEL
                    MOVE PS-LOCAL-CITY  TO PL-CITY
                    MOVE PS-LOCAL-UNIT  TO PL-UNIT
                    MOVE PS-LOCAL-COST  TO PL-COST
                    MOVE PS-SAVING      TO PL-SAVING
                    MOVE SPACES TO PLAN-LINE
                    MOVE WS-PLAN-LOCAL-LINE TO PLAN-LINE
                ELSE
                    ADD 1 TO WS-RG-NOLOCAL
                    ADD 1 TO WS-CTL-NOLOCAL
                    MOVE SPACES TO PLAN-LINE
                    MOVE WS-PLAN-NOLOCAL-LINE TO PLAN-LINE
                END-IF
                WRITE PLAN-LINE
           .

           WRITE-PLAN-EXTRACT.
      *    ------------------- ONE PLAN LINE ON THE DELIMITED FILE -----------------
      *    PLAN,DATE,REGION,PRODUCT,QTY,CITY,SOURCE REGION,PRICE,FREIGHT,
      *    LANDED,LINE COST,LOCAL CITY,LOCAL LANDED,SAVING - THE LAST
      *    THREE ARE EMPTY WHEN NO CITY IN THE REGION HAD A PRICE.
                MOVE PS-QTY     TO WS-PX-QTY
                MOVE PS-PRICE   TO WS-PX-PRICE
                MOVE PS-FREIGHT TO WS-PX-FREIGHT
                MOVE PS-LANDED  TO WS-PX-LANDED
                MOVE PS-COST    TO WS-PX-COST
                MOVE PS-LOCAL-UNIT TO WS-PX-LOCAL-UNIT
                MOVE PS-SAVING  TO WS-PX-SAVING
                MOVE SPACES TO PLANEXT-LINE
                IF PS-LOCAL = 'Y'
                    STRING 'PLAN,' WS-TODAY ',' DELIMITED BY SIZE
                        PS-REGION DELIMITED BY SPACE
                        ',' DELIMITED BY SIZE
                        PS-PRODUCT DELIMITED BY SPACE
                        ',' WS-PX-QTY ',' DELIMITED BY SIZE
                        PS-CITY DELIMITED BY SPACE
                        ',' DELIMITED BY SIZE
                        PS-SRC-REGION DELIMITED BY SPACE
                        ',' WS-PX-PRICE ',' WS-PX-FREIGHT
                        ',' WS-PX-LANDED ',' WS-PX-COST ','
                            DELIMITED BY SIZE
                        PS-LOCAL-CITY DELIMITED BY SPACE
                        ',' WS-PX-LOCAL-UNIT ',' WS-PX-SAVING
                            DELIMITED BY SIZE
                        INTO PLANEXT-LINE
                ELSE
                    STRING 'PLAN,' WS-TODAY ',' DELIMITED BY SIZE
                        PS-REGION DELIMITED BY SPACE
                        ',' DELIMITED BY SIZE
                        PS-PRODUCT DELIMITED BY SPACE
                        ',' WS-PX-QTY ',' DELIMITED BY SIZE
                        PS-CITY DELIMITED BY SPACE
                        ',' DELIMITED BY SIZE
                        PS-SRC-REGION DELIMITED BY SPACE
                        ',' WS-PX-PRICE ',' WS-PX-FREIGHT
                        ',' WS-PX-LANDED ',' WS-PX-COST ',,,'
                            DELIMITED BY SIZE
                        INTO PLANEXT-LINE
                END-IF
                WRITE PLANEXT-LINE
           .

           WRITE-REGION-TOTAL.
      *    ------------------- CLOSE OFF THE PREVIOUS REGION -----------------
      *    THE LOCAL COST AND SAVING COVER ONLY THE LINES THAT HAD A
      *    LOCAL PRICE TO COMPARE WITH.
                IF WS-RG-LINES > 0
                    MOVE SPACES TO PLAN-LINE
                    WRITE PLAN-LINE
                    MOVE 'REGION LINES      : ' TO PC-LABEL
                    MOVE WS-RG-LINES TO PC-COUNT
                    MOVE SPACES TO PLAN-LINE
                    MOVE WS-PLAN-COUNT-LINE TO PLAN-LINE
                    WRITE PLAN-LINE
                    MOVE 'NO LOCAL PRICE    : ' TO PC-LABEL
                    MOVE WS-RG-NOLOCAL TO PC-COUNT
                    MOVE SPACES TO PLAN-LINE
                    MOVE WS-PLAN-COUNT-LINE TO PLAN-LINE
                    WRITE PLAN-LINE
                    MOVE 'REGION LANDED COST: ' TO PT-LABEL
                    MOVE WS-RG-COST TO PT-AMOUNT
                    MOVE SPACES TO PLAN-LINE
                    MOVE WS-PLAN-TOTAL-LINE TO PLAN-LINE
                    WRITE PLAN-LINE
                    MOVE 'LOCAL BUY COST    : ' TO PT-LABEL
                    MOVE WS-RG-LOCAL-COST TO PT-AMOUNT
                    MOVE SPACES TO PLAN-LINE
                    MOVE WS-PLAN-TOTAL-LINE TO PLAN-LINE
                    WRITE PLAN-LINE
                    MOVE 'REGION SAVING     : ' TO PT-LABEL
                    MOVE WS-RG-SAVING TO PT-AMOUNT
                    MOVE SPACES TO PLAN-LINE
                    MOVE WS-PLAN-TOTAL-LINE TO PLAN-LINE
                    WRITE PLAN-LINE

                    ADD WS-RG-COST       TO WS-TOT-COST
                    ADD WS-RG-LOCAL-COST TO WS-TOT-LOCAL-COST
                    ADD WS-RG-SAVING     TO WS-TOT-SAVING

                    MOVE WS-RG-LINES      TO WS-PX-LINES
                    MOVE WS-RG-COST       TO WS-PX-COST
                    MOVE WS-RG-LOCAL-COST TO WS-PX-LOCAL-COST
                    MOVE WS-RG-SAVING     TO WS-PX-SAVING
                    MOVE SPACES TO PLANEXT-LINE
                    STRING 'REGIONTOT,' WS-TODAY ',' DELIMITED BY SIZE
                        WS-PREV-REGION DELIMITED BY SPACE
                        ',' WS-PX-LINES ',' WS-PX-COST
                        ',' WS-PX-LOCAL-COST ',' WS-PX-SAVING
                            DELIMITED BY SIZE
                        INTO PLANEXT-LINE
                    WRITE PLANEXT-LINE
                END-IF
           .

           WRITE-GRAND-TOTAL.
      *    ------------------- ALL DESTINATION REGIONS -----------------
                MOVE SPACES TO PLAN-LINE
                WRITE PLAN-LINE
                MOVE 'PLAN TOTALS' TO PLAN-LINE
                WRITE PLAN-LINE
                MOVE 'REGIONS PLANNED   : ' TO PC-LABEL
                MOVE WS-CTL-REGIONS TO PC-COUNT
                MOVE SPACES TO PLAN-LINE
                MOVE WS-PLAN-COUNT-LINE TO PLAN-LINE
                WRITE PLAN-LINE
                MOVE 'LINES PLANNED     : ' TO PC-LABEL
                MOVE WS-CTL-PLANNED TO PC-COUNT
                MOVE SPACES TO PLAN-LINE
                MOVE WS-PLAN-COUNT-LINE TO PLAN-LINE
                WRITE PLAN-LINE
                MOVE 'TOTAL LANDED COST : ' TO PT-LABEL
                MOVE WS-TOT-COST TO PT-AMOUNT
                MOVE SPACES TO PLAN-LINE
                MOVE WS-PLAN-TOTAL-LINE TO PLAN-LINE
                WRITE PLAN-LINE
                MOVE 'TOTAL LOCAL COST  : ' TO PT-LABEL
                MOVE WS-TOT-LOCAL-COST TO PT-AMOUNT
                MOVE SPACES TO PLAN-LINE
                MOVE WS-PLAN-TOTAL-LINE TO PLAN-LINE
                WRITE PLAN-LINE
                MOVE 'TOTAL SAVING      : ' TO PT-LABEL
                MOVE WS-TOT-SAVING TO PT-AMOUNT
                MOVE SPACES TO PLAN-LINE
                MOVE WS-PLAN-TOTAL-LINE TO PLAN-LINE
                WRITE PLAN-LINE
           .

           WRITE-SOURCE-TOTALS.
      *    ------------------- SOURCING RUN TOTALS -----------------
                MOVE SPACES TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'MATRIX CELLS      : ' TO MT-LABEL
                MOVE WS-CELLS-LOADED TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-SOURCE-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'FREIGHT ROUTES    : ' TO MT-LABEL
                MOVE WS-CTL-ROUTES TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-SOURCE-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'DEMAND LINES READ : ' TO MT-LABEL
                MOVE WS-CTL-DEMAND TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-SOURCE-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'LINES PLANNED     : ' TO MT-LABEL
                MOVE WS-CTL-PLANNED TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-SOURCE-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'NO SOURCE FOUND   : ' TO MT-LABEL
                MOVE WS-CTL-NOSOURCE TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-SOURCE-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'NO LOCAL PRICE    : ' TO MT-LABEL
                MOVE WS-CTL-NOLOCAL TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-SOURCE-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'EXCEPTIONS        : ' TO MT-LABEL
                MOVE WS-CTL-REJECTED TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-SOURCE-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE
           .
