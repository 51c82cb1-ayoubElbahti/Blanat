           IDENTIFICATION DIVISION.
           PROGRAM-ID. BLINDEX.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    ------------------- MONTH-LEVEL CITY / PRODUCT AVERAGES -----------------
               SELECT MONTHAVGFILE ASSIGN TO "MONTHAVG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MONTHAVG-FS.
      *    ------------------- INDEX PRODUCT WEIGHTS -----------------
               SELECT WEIGHTFILE ASSIGN TO "INDEXWTS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WEIGHT-FS.
      *    ------------------- PRICE INDEX REPORT -----------------
               SELECT INDEXFILE ASSIGN TO "INDEXOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *    ------------------- MONTHLY AVERAGE FILE DESCRIPTION -----------------
      *    WRITTEN BY THE MAIN RUN, IN MONTH / CITY / PRODUCT ORDER.
           FD MONTHAVGFILE.
           01 MONTHAVG-LINE PIC X(90).
      *    ------------------- WEIGHTS FILE DESCRIPTION -----------------
      *    ONE PRODUCT PER LINE: PRODUCT,WEIGHT - THE SAME SHAPE AS
      *    BASKETDEF. A BLANK WEIGHT COUNTS AS ONE.
           FD WEIGHTFILE.
           01 WEIGHT-RECORD PIC X(40).
      *    ------------------- INDEX REPORT DESCRIPTION -----------------
           FD INDEXFILE.
           01 INDEX-LINE PIC X(100).

           WORKING-STORAGE SECTION.
      *    ------------------- MONTHLY AVERAGE LINE LAYOUT -----------------
           01 WS-MONTHAVG-DETAIL.
              05 MA-MONTH        PIC 9(6).
              05 FILLER          PIC X(01).
              05 MA-CITY         PIC X(18).
              05 FILLER          PIC X(01).
              05 MA-PRODUCT      PIC X(18).
              05 FILLER          PIC X(01).
              05 MA-AVG          PIC 9(6)V9(2).
              05 FILLER          PIC X(01).
              05 MA-SUM          PIC 9(10)V9(2).
              05 FILLER          PIC X(01).
              05 MA-COUNT        PIC 9(7).
              05 FILLER          PIC X(01).
              05 MA-UPDATED      PIC 9(8).
      *    ------------------- RUN PARAMETERS -----------------
      *    INDEXBASE  - YYYYMM, THE MONTH THAT SCORES 100. REQUIRED.
      *    INDEXMONTH - YYYYMM, THE MONTH REPORTED ON. DEFAULTS TO THE
      *                 LATEST MONTH ON MONTHAVG.
           01 WS-PARM-BASE-X   PIC X(10).
           01 WS-PARM-MONTH-X  PIC X(10).
           01 WS-CHECK-MONTH-X PIC X(10).
           01 WS-CHECK-MONTH   PIC 9(6).
           01 WS-CHECK-MONTH-R REDEFINES WS-CHECK-MONTH.
              05 WS-CHECK-YEAR   PIC 9(4).
              05 WS-CHECK-MM     PIC 9(2).
           01 WS-MONTH-OK      PIC X.
      *    ------------------- TARGET MONTHS -----------------
      *    1 = REPORT MONTH, 2 = MONTH BEFORE, 3 = SAME MONTH A YEAR
      *    EARLIER, 4 = BASE MONTH.
           01 WS-TARGET-TABLE.
              05 WS-TM-MONTH PIC 9(6) OCCURS 4 TIMES.
           01 WS-TM-SUB        PIC 9(1) COMP VALUE ZERO.
           01 WS-WORK-MONTH    PIC 9(6).
           01 WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
              05 WS-WORK-YEAR    PIC 9(4).
              05 WS-WORK-MM      PIC 9(2).
           01 WS-LATEST-MONTH  PIC 9(6) VALUE ZERO.
      *    ------------------- WEIGHTS TABLE -----------------
           01 WS-WEIGHT-TABLE.
              05 WS-WT-ENTRY OCCURS 50 TIMES.
                 10 WS-WT-PRODUCT PIC X(18).
                 10 WS-WT-WEIGHT  PIC 9(4)V9(2).
           01 WS-WT-COUNT      PIC 9(2) COMP VALUE ZERO.
           01 WS-WT-SUB        PIC 9(2) COMP VALUE ZERO.
           01 WS-WT-PRODUCT-IN PIC X(18).
           01 WS-WT-WEIGHT-X   PIC X(10).
      *    ------------------- CITY PRICE POINTS -----------------
      *    FOR EACH CITY, WEIGHTED PRODUCT AND TARGET MONTH: THE LATEST
      *    MONTHLY AVERAGE AT OR BEFORE THE TARGET AND THE MONTH IT CAME
      *    FROM. A SEEN MONTH SHORT OF THE TARGET IS A CARRIED-FORWARD
      *    (IMPUTED) PRICE; ZERO MEANS NO PRICE AT ALL BY THEN.
           01 WS-INDEX-CITY-TABLE.
              05 WS-IC-ENTRY OCCURS 101 TIMES.
                 10 WS-IC-NAME    PIC X(18).
                 10 WS-IC-CELL OCCURS 50 TIMES.
                    15 WS-IC-POINT OCCURS 4 TIMES.
                       20 WS-IC-PRICE PIC 9(6)V9(2).
                       20 WS-IC-SEEN  PIC 9(6).
           01 WS-IC-COUNT      PIC 9(3) COMP VALUE ZERO.
           01 WS-IC-SUB        PIC 9(3) COMP VALUE ZERO.
           01 WS-LIST-SUB      PIC 9(3) COMP VALUE ZERO.
      *    ------------------- CITY RESULTS FOR THE SUMMARY -----------------
           01 WS-RESULT-TABLE.
              05 WS-IR-ENTRY OCCURS 101 TIMES.
                 10 WS-IR-STATUS  PIC X.
                 10 WS-IR-INDEX   PIC 9(5)V9(2).
                 10 WS-IR-MOM     PIC S9(5)V9(2).
                 10 WS-IR-MOM-OK  PIC X.
                 10 WS-IR-YOY     PIC S9(5)V9(2).
                 10 WS-IR-YOY-OK  PIC X.
                 10 WS-IR-PRICED  PIC 9(3) COMP.
                 10 WS-IR-IMPUTED PIC 9(3) COMP.
      *    ------------------- PRODUCT DRIVER TABLE -----------------
      *    ONE CITY AT A TIME. SORTED SO THE PRODUCT THAT MOVED THE
      *    INDEX MOST SINCE LAST MONTH, EITHER WAY, COMES FIRST.
           01 WS-DRIVER-TABLE.
              05 WS-DR-ENTRY OCCURS 50 TIMES.
                 10 WS-DR-USED      PIC X.
                 10 WS-DR-ABS       PIC 9(5)V9(2).
                 10 WS-DR-PRODUCT   PIC X(18).
                 10 WS-DR-WEIGHT    PIC 9(4)V9(2).
                 10 WS-DR-BASE      PIC 9(6)V9(2).
                 10 WS-DR-BASE-FLAG PIC X.
                 10 WS-DR-PRICE     PIC 9(6)V9(2).
                 10 WS-DR-FLAG      PIC X.
                 10 WS-DR-PREV      PIC 9(6)V9(2).
                 10 WS-DR-PREV-FLAG PIC X.
                 10 WS-DR-MOM       PIC S9(5)V9(2).
                 10 WS-DR-MOM-OK    PIC X.
                 10 WS-DR-YOY       PIC S9(5)V9(2).
                 10 WS-DR-YOY-OK    PIC X.
           01 WS-DR-SUB        PIC 9(2) COMP VALUE ZERO.
      *    ------------------- INDEX ARITHMETIC -----------------
           01 WS-BASE-COST     PIC 9(12)V9(4) VALUE ZERO.
           01 WS-COST-1        PIC 9(12)V9(4) VALUE ZERO.
           01 WS-COST-2        PIC 9(12)V9(4) VALUE ZERO.
           01 WS-COST-3        PIC 9(12)V9(4) VALUE ZERO.
           01 WS-OK-2          PIC X.
           01 WS-OK-3          PIC X.
           01 WS-INDEX-1       PIC 9(5)V9(2) VALUE ZERO.
           01 WS-INDEX-2       PIC 9(5)V9(2) VALUE ZERO.
           01 WS-INDEX-3       PIC 9(5)V9(2) VALUE ZERO.
           01 WS-PRICED        PIC 9(3) COMP VALUE ZERO.
           01 WS-IMPUTED       PIC 9(3) COMP VALUE ZERO.
      *    ------------------- TEMP VARIABLES -----------------
           01 WS-MONTHAVG-FS   PIC X(02).
           01 WS-WEIGHT-FS     PIC X(02).
           01 WS-EOF           PIC X VALUE "N".
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
      *    ------------------- INDEX RUN TOTALS -----------------
           01 WS-CTL-ROWS      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-USED      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-INDEXED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-NOBASE    PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-LEFTOUT   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-IMPUTED   PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT    PIC Z,ZZZ,ZZ9.
      *    ------------------- INDEX REPORT WORK AREAS -----------------
           01 WS-INDEX-HEADER-1.
              05 FILLER          PIC X(44) VALUE
                 'BLINDEX  -  MONTHLY  CITY  PRICE  INDEX'.
           01 WS-INDEX-DATE-LINE.
              05 FILLER          PIC X(10) VALUE 'RUN DATE :'.
              05 IH-YEAR         PIC 9(04).
              05 FILLER          PIC X(01) VALUE '-'.
              05 IH-MONTH        PIC 9(02).
              05 FILLER          PIC X(01) VALUE '-'.
              05 IH-DAY          PIC 9(02).
           01 WS-INDEX-MONTH-LINE.
              05 IM-LABEL        PIC X(20).
              05 IM-MONTH        PIC 9(06).
              05 IM-NOTE         PIC X(30).
           01 WS-INDEX-CITY-LINE.
              05 FILLER          PIC X(07) VALUE 'CITY : '.
              05 IC-CITY         PIC X(18).
           01 WS-INDEX-VALUE-LINE.
              05 IV-LABEL        PIC X(12).
              05 IV-MONTH        PIC 9(06).
              05 FILLER          PIC X(03) VALUE ' : '.
              05 IV-INDEX        PIC ZZ,ZZ9.99.
              05 IV-INDEX-X REDEFINES IV-INDEX PIC X(09).
              05 IV-TAG          PIC X(15).
              05 IV-PCT          PIC ++++9.99.
              05 IV-PCT-X REDEFINES IV-PCT PIC X(08).
              05 IV-PCT-SIGN     PIC X(01).
           01 WS-INDEX-COUNT-LINE.
              05 FILLER          PIC X(18) VALUE 'PRODUCTS PRICED : '.
              05 IK-PRICED       PIC ZZ9.
              05 FILLER          PIC X(24) VALUE
                 '   IMPUTED THIS MONTH : '.
              05 IK-IMPUTED      PIC ZZ9.
           01 WS-INDEX-COL-HEADER.
              05 FILLER          PIC X(19) VALUE 'PRODUCT'.
              05 FILLER          PIC X(08) VALUE ' WEIGHT'.
              05 FILLER          PIC X(12) VALUE '  BASE PRICE'.
              05 FILLER          PIC X(12) VALUE '       PRICE'.
              05 FILLER          PIC X(12) VALUE '  PREV PRICE'.
              05 FILLER          PIC X(09) VALUE '  MOM PTS'.
              05 FILLER          PIC X(09) VALUE '  YOY PTS'.
           01 WS-INDEX-DETAIL-LINE.
              05 ID-PRODUCT      PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 ID-WEIGHT       PIC ZZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 ID-BASE         PIC ZZZ,ZZ9.99.
              05 ID-BASE-FLAG    PIC X(01).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 ID-PRICE        PIC ZZZ,ZZ9.99.
              05 ID-FLAG         PIC X(01).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 ID-PREV         PIC ZZZ,ZZ9.99.
              05 ID-PREV-X REDEFINES ID-PREV PIC X(10).
              05 ID-PREV-FLAG    PIC X(01).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 ID-MOM          PIC ++++9.99.
              05 ID-MOM-X REDEFINES ID-MOM PIC X(08).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 ID-YOY          PIC ++++9.99.
              05 ID-YOY-X REDEFINES ID-YOY PIC X(08).
           01 WS-INDEX-LEFTOUT-LINE.
              05 FILLER          PIC X(38) VALUE
                 'NOT PRICED BY BASE MONTH - LEFT OUT : '.
              05 IL-PRODUCT      PIC X(18).
           01 WS-SUMMARY-COL-HEADER.
              05 FILLER          PIC X(19) VALUE 'CITY'.
              05 FILLER          PIC X(10) VALUE '     INDEX'.
              05 FILLER          PIC X(10) VALUE '    MOM %'.
              05 FILLER          PIC X(10) VALUE '    YOY %'.
              05 FILLER          PIC X(16) VALUE '  IMPUTED'.
           01 WS-SUMMARY-DETAIL-LINE.
              05 IS-CITY         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 IS-INDEX        PIC ZZ,ZZ9.99.
              05 IS-INDEX-X REDEFINES IS-INDEX PIC X(09).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 IS-MOM          PIC ++++9.99.
              05 IS-MOM-X REDEFINES IS-MOM PIC X(08).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 IS-YOY          PIC ++++9.99.
              05 IS-YOY-X REDEFINES IS-YOY PIC X(08).
              05 FILLER          PIC X(04) VALUE SPACES.
              05 IS-IMPUTED      PIC ZZ9.
              05 FILLER          PIC X(04) VALUE ' OF '.
              05 IS-PRICED       PIC ZZ9.
           01 WS-INDEX-TOTAL-LINE.
              05 MT-LABEL        PIC X(20).
              05 MT-COUNT        PIC Z,ZZZ,ZZ9.

           PROCEDURE DIVISION.
           MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA

             PERFORM GET-PARAMETERS
             PERFORM LOAD-WEIGHTS
             IF WS-WT-COUNT = 0
                 DISPLAY "BLINDEX - RUN ABORTED"
                 DISPLAY "INDEXWTS MISSING OR HOLDS NO USABLE WEIGHT"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF

             OPEN INPUT MONTHAVGFILE
             IF WS-MONTHAVG-FS NOT = "00"
                 DISPLAY "BLINDEX - RUN ABORTED"
                 DISPLAY "MONTHAVG UNAVAILABLE - RUN THE MAIN BATCH "
                     "FIRST"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             IF WS-TM-MONTH(1) = 0
                 PERFORM FIND-LATEST-MONTH
                 MOVE WS-LATEST-MONTH TO WS-TM-MONTH(1)
                 IF WS-TM-MONTH(1) = 0
                     DISPLAY "BLINDEX - RUN ABORTED"
                     DISPLAY "MONTHAVG HOLDS NO MONTHS"
                     CLOSE MONTHAVGFILE
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                 END-IF
             END-IF
             IF WS-TM-MONTH(1) < WS-TM-MONTH(4)
                 DISPLAY "BLINDEX - RUN ABORTED"
                 DISPLAY "INDEXMONTH " WS-TM-MONTH(1)
                     " IS BEFORE INDEXBASE " WS-TM-MONTH(4)
                 CLOSE MONTHAVGFILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             PERFORM SET-TARGET-MONTHS

             PERFORM LOAD-MONTH-AVERAGES
             PERFORM WRITE-INDEX-REPORT

             MOVE WS-CTL-INDEXED TO WS-COUNT-EDIT
             DISPLAY "BLINDEX - CITIES INDEXED      : " WS-COUNT-EDIT
             MOVE WS-CTL-NOBASE TO WS-COUNT-EDIT
             DISPLAY "BLINDEX - CITIES WITHOUT BASE : " WS-COUNT-EDIT
             MOVE WS-CTL-LEFTOUT TO WS-COUNT-EDIT
             DISPLAY "BLINDEX - PRODUCTS LEFT OUT   : " WS-COUNT-EDIT

      *    ------------------- SCHEDULER RETURN CODE -----------------
      *    0 = CLEAN RUN, 4 = A CITY OR PRODUCT HAD NO BASE-MONTH PRICE
      *    AND WAS LEFT OUT, 8 = NO CITY COULD BE INDEXED, 12 = ABORTED.
             MOVE ZERO TO RETURN-CODE
             IF WS-CTL-NOBASE > 0 OR WS-CTL-LEFTOUT > 0
                 MOVE 4 TO RETURN-CODE
             END-IF
             IF WS-CTL-INDEXED = 0
                 DISPLAY "BLINDEX - NO CITY HAS BASE MONTH PRICES"
                 MOVE 8 TO RETURN-CODE
             END-IF
             STOP RUN.

           GET-PARAMETERS.
      *    ------------------- BASE AND REPORT MONTH FROM THE ENVIRONMENT -----------------
                MOVE ZERO TO WS-TARGET-TABLE
                MOVE SPACES TO WS-PARM-BASE-X
                MOVE SPACES TO WS-PARM-MONTH-X
                ACCEPT WS-PARM-BASE-X FROM ENVIRONMENT "INDEXBASE"
                ACCEPT WS-PARM-MONTH-X FROM ENVIRONMENT "INDEXMONTH"

                MOVE WS-PARM-BASE-X TO WS-CHECK-MONTH-X
                PERFORM CHECK-MONTH-PARM
                IF WS-MONTH-OK = 'N'
                    DISPLAY "BLINDEX - RUN ABORTED"
                    DISPLAY "INDEXBASE MUST BE A MONTH AS YYYYMM"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-CHECK-MONTH TO WS-TM-MONTH(4)

                IF WS-PARM-MONTH-X NOT = SPACES
                    MOVE WS-PARM-MONTH-X TO WS-CHECK-MONTH-X
                    PERFORM CHECK-MONTH-PARM
                    IF WS-MONTH-OK = 'N'
                        DISPLAY "BLINDEX - RUN ABORTED"
                        DISPLAY "INDEXMONTH MUST BE A MONTH AS YYYYMM"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE WS-CHECK-MONTH TO WS-TM-MONTH(1)
                END-IF
           .

           CHECK-MONTH-PARM.
      *    ------------------- SIX DIGITS AND A REAL MONTH -----------------
                MOVE 'Y' TO WS-MONTH-OK
                MOVE ZERO TO WS-CHECK-MONTH
                IF WS-CHECK-MONTH-X(1:6) IS NOT NUMERIC
                    OR WS-CHECK-MONTH-X(7:4) NOT = SPACES
                    MOVE 'N' TO WS-MONTH-OK
                ELSE
                    MOVE WS-CHECK-MONTH-X(1:6) TO WS-CHECK-MONTH
                    IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                        OR WS-CHECK-YEAR < 1900
                        MOVE 'N' TO WS-MONTH-OK
                    END-IF
                END-IF
           .

           SET-TARGET-MONTHS.
      *    ------------------- MONTH BEFORE AND YEAR BEFORE -----------------
                MOVE WS-TM-MONTH(1) TO WS-WORK-MONTH
                IF WS-WORK-MM = 1
                    SUBTRACT 1 FROM WS-WORK-YEAR
                    MOVE 12 TO WS-WORK-MM
                ELSE
                    SUBTRACT 1 FROM WS-WORK-MM
                END-IF
                MOVE WS-WORK-MONTH TO WS-TM-MONTH(2)
                MOVE WS-TM-MONTH(1) TO WS-WORK-MONTH
                SUBTRACT 1 FROM WS-WORK-YEAR
                MOVE WS-WORK-MONTH TO WS-TM-MONTH(3)
           .

           LOAD-WEIGHTS.
      *    ------------------- LOAD THE INDEX WEIGHTS -----------------
      *    A LINE WITH NO PRODUCT OR A WEIGHT THAT IS NOT A NUMBER IS
      *    DROPPED WITH A WARNING, AS BASKETDEF LINES ARE.
                MOVE ZERO TO WS-WT-COUNT
                MOVE "N" TO WS-EOF
                OPEN INPUT WEIGHTFILE
                IF WS-WEIGHT-FS = "00"
                    READ WEIGHTFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                    PERFORM UNTIL WS-EOF = "Y"
                        OR WS-WT-COUNT >= 50
                        IF WEIGHT-RECORD NOT = SPACES
                            PERFORM LOAD-WEIGHT-LINE
                        END-IF
                        READ WEIGHTFILE
                            AT END MOVE "Y" TO WS-EOF
                        END-READ
                    END-PERFORM
                    IF WS-EOF NOT = "Y"
                        DISPLAY "BLINDEX - INDEXWTS HOLDS MORE THAN "
                            "50 LINES - REMAINDER IGNORED"
                    END-IF
                    CLOSE WEIGHTFILE
                END-IF
           .

           LOAD-WEIGHT-LINE.
      *    ------------------- ONE WEIGHTED PRODUCT -----------------
                MOVE SPACES TO WS-WT-PRODUCT-IN
                MOVE SPACES TO WS-WT-WEIGHT-X
                UNSTRING WEIGHT-RECORD DELIMITED BY ","
                    INTO WS-WT-PRODUCT-IN, WS-WT-WEIGHT-X
                IF WS-WT-WEIGHT-X = SPACES
                    MOVE 'Y' TO WS-AMOUNT-OK
                    MOVE 1 TO WS-AMOUNT
                ELSE
                    MOVE WS-WT-WEIGHT-X TO WS-AMOUNT-X
                    PERFORM CHECK-AMOUNT
                END-IF
                IF WS-WT-PRODUCT-IN = SPACES
                    OR WS-AMOUNT-OK = 'N'
                    OR WS-AMOUNT = ZERO
                    OR WS-AMOUNT > 9999.99
                    DISPLAY "BLINDEX - INDEXWTS LINE DROPPED: "
                        WEIGHT-RECORD
                ELSE
                    ADD 1 TO WS-WT-COUNT
                    MOVE WS-WT-PRODUCT-IN
                        TO WS-WT-PRODUCT(WS-WT-COUNT)
                    MOVE WS-AMOUNT TO WS-WT-WEIGHT(WS-WT-COUNT)
                END-IF
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

           FIND-LATEST-MONTH.
      *    ------------------- DEFAULT REPORT MONTH -----------------
      *    A FIRST PASS FOR THE LATEST MONTH ON FILE; THE FILE IS THEN
      *    REOPENED FOR THE PRICING PASS.
                MOVE ZERO TO WS-LATEST-MONTH
                MOVE "N" TO WS-EOF
                READ MONTHAVGFILE
                    AT END MOVE "Y" TO WS-EOF
                END-READ
                PERFORM UNTIL WS-EOF = "Y"
                    MOVE MONTHAVG-LINE TO WS-MONTHAVG-DETAIL
                    IF MA-MONTH IS NUMERIC
                        AND MA-MONTH > WS-LATEST-MONTH
                        MOVE MA-MONTH TO WS-LATEST-MONTH
                    END-IF
                    READ MONTHAVGFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
                CLOSE MONTHAVGFILE
                OPEN INPUT MONTHAVGFILE
           .

           LOAD-MONTH-AVERAGES.
      *    ------------------- PRICE POINTS FOR EVERY CITY -----------------
      *    ONLY WEIGHTED PRODUCTS ARE KEPT. FOR EACH TARGET MONTH THE
      *    LATEST MONTH AT OR BEFORE IT WINS, WHATEVER THE FILE ORDER.
                INITIALIZE WS-INDEX-CITY-TABLE
                MOVE ZERO TO WS-IC-COUNT
                MOVE "N" TO WS-EOF
                READ MONTHAVGFILE
                    AT END MOVE "Y" TO WS-EOF
                END-READ
                PERFORM UNTIL WS-EOF = "Y"
                    ADD 1 TO WS-CTL-ROWS
                    MOVE MONTHAVG-LINE TO WS-MONTHAVG-DETAIL
                    IF MA-MONTH IS NUMERIC
                        AND MA-AVG IS NUMERIC
                        AND MA-CITY NOT = SPACES
                        AND MA-MONTH NOT > WS-TM-MONTH(1)
                        PERFORM POST-MONTH-LINE
                    END-IF
                    READ MONTHAVGFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
                CLOSE MONTHAVGFILE
           .

           POST-MONTH-LINE.
      *    ------------------- ONE MONTHLY AVERAGE INTO THE PRICE POINTS -----------------
                MOVE ZERO TO WS-WT-SUB
                PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                UNTIL WS-LIST-SUB > WS-WT-COUNT
                    OR WS-WT-SUB > 0
                    IF WS-WT-PRODUCT(WS-LIST-SUB) = MA-PRODUCT
                        MOVE WS-LIST-SUB TO WS-WT-SUB
                    END-IF
                END-PERFORM
                IF WS-WT-SUB > 0
                    PERFORM FIND-INDEX-CITY
                END-IF
                IF WS-WT-SUB > 0 AND WS-IC-SUB > 0
                    ADD 1 TO WS-CTL-USED
                    PERFORM VARYING WS-TM-SUB FROM 1 BY 1
                    UNTIL WS-TM-SUB > 4
                        IF MA-MONTH NOT > WS-TM-MONTH(WS-TM-SUB)
                            AND MA-MONTH NOT <
                            WS-IC-SEEN(WS-IC-SUB, WS-WT-SUB, WS-TM-SUB)
                            MOVE MA-AVG TO WS-IC-PRICE
                                (WS-IC-SUB, WS-WT-SUB, WS-TM-SUB)
                            MOVE MA-MONTH TO WS-IC-SEEN
                                (WS-IC-SUB, WS-WT-SUB, WS-TM-SUB)
                        END-IF
                    END-PERFORM
                END-IF
           .

           FIND-INDEX-CITY.
      *    ------------------- FIND OR ADD ONE CITY SLOT -----------------
                MOVE ZERO TO WS-IC-SUB
                PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                UNTIL WS-LIST-SUB > WS-IC-COUNT
                    OR WS-IC-SUB > 0
                    IF WS-IC-NAME(WS-LIST-SUB) = MA-CITY
                        MOVE WS-LIST-SUB TO WS-IC-SUB
                    END-IF
                END-PERFORM
                IF WS-IC-SUB = 0
                    IF WS-IC-COUNT < 101
                        ADD 1 TO WS-IC-COUNT
                        MOVE WS-IC-COUNT TO WS-IC-SUB
                        MOVE MA-CITY TO WS-IC-NAME(WS-IC-SUB)
                    ELSE
                        DISPLAY "BLINDEX - MONTHAVG HOLDS MORE THAN "
                            "101 CITIES - REMAINDER IGNORED"
                    END-IF
                END-IF
           .

           WRITE-INDEX-REPORT.
      *    ------------------- ONE BLOCK PER CITY, THEN A SUMMARY -----------------
                OPEN OUTPUT INDEXFILE

                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-HEADER-1 TO INDEX-LINE
                WRITE INDEX-LINE

                MOVE WS-CURRENT-YEAR  TO IH-YEAR
                MOVE WS-CURRENT-MONTH TO IH-MONTH
                MOVE WS-CURRENT-DAY   TO IH-DAY
                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-DATE-LINE TO INDEX-LINE
                WRITE INDEX-LINE

                MOVE 'BASE MONTH        : ' TO IM-LABEL
                MOVE WS-TM-MONTH(4) TO IM-MONTH
                MOVE ' = 100.00' TO IM-NOTE
                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-MONTH-LINE TO INDEX-LINE
                WRITE INDEX-LINE

                MOVE 'REPORT MONTH      : ' TO IM-LABEL
                MOVE WS-TM-MONTH(1) TO IM-MONTH
                MOVE SPACES TO IM-NOTE
                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-MONTH-LINE TO INDEX-LINE
                WRITE INDEX-LINE

                MOVE SPACES TO INDEX-LINE
                WRITE INDEX-LINE
                MOVE 'I = IMPUTED - NO OBSERVATION IN THAT MONTH, LAST'
                    TO INDEX-LINE
                WRITE INDEX-LINE
                MOVE '    PRICE SEEN CARRIED FORWARD' TO INDEX-LINE
                WRITE INDEX-LINE
                MOVE 'PTS = PRODUCT SHARE OF THE MOVE, IN INDEX POINTS'
                    TO INDEX-LINE
                WRITE INDEX-LINE

                PERFORM VARYING WS-IC-SUB FROM 1 BY 1
                UNTIL WS-IC-SUB > WS-IC-COUNT
                    PERFORM COMPUTE-CITY-INDEX
                    PERFORM WRITE-CITY-BLOCK
                END-PERFORM

                PERFORM WRITE-INDEX-SUMMARY
                CLOSE INDEXFILE
           .

           COMPUTE-CITY-INDEX.
      *    ------------------- INDEX AND DRIVERS FOR ONE CITY -----------------
      *    INDEX = 100 X WEIGHTED COST IN THE MONTH / WEIGHTED COST IN
      *    THE BASE MONTH, OVER THE PRODUCTS THE CITY HAD PRICED BY THE
      *    BASE MONTH. A PRODUCT'S POINTS ARE ITS SHARE OF THE MOVE, SO
      *    THE POINTS OF ALL PRODUCTS ADD UP TO THE CHANGE IN THE INDEX.
                INITIALIZE WS-DRIVER-TABLE
                MOVE ZERO TO WS-BASE-COST
                MOVE ZERO TO WS-COST-1
                MOVE ZERO TO WS-COST-2
                MOVE ZERO TO WS-COST-3
                MOVE 'Y' TO WS-OK-2
                MOVE 'Y' TO WS-OK-3
                MOVE ZERO TO WS-PRICED
                MOVE ZERO TO WS-IMPUTED
                PERFORM VARYING WS-WT-SUB FROM 1 BY 1
                UNTIL WS-WT-SUB > WS-WT-COUNT
                    IF WS-IC-SEEN(WS-IC-SUB, WS-WT-SUB, 4) > 0
                        PERFORM ADD-PRODUCT-COSTS
                    END-IF
                END-PERFORM

                MOVE 'N' TO WS-IR-STATUS(WS-IC-SUB)
                MOVE 'N' TO WS-IR-MOM-OK(WS-IC-SUB)
                MOVE 'N' TO WS-IR-YOY-OK(WS-IC-SUB)
                MOVE WS-PRICED  TO WS-IR-PRICED(WS-IC-SUB)
                MOVE WS-IMPUTED TO WS-IR-IMPUTED(WS-IC-SUB)
                IF WS-BASE-COST = 0
                    ADD 1 TO WS-CTL-NOBASE
                ELSE
                    ADD 1 TO WS-CTL-INDEXED
                    ADD WS-IMPUTED TO WS-CTL-IMPUTED
                    MOVE 'Y' TO WS-IR-STATUS(WS-IC-SUB)
                    COMPUTE WS-INDEX-1 ROUNDED =
                        WS-COST-1 * 100 / WS-BASE-COST
                        ON SIZE ERROR MOVE 99999.99 TO WS-INDEX-1
                    END-COMPUTE
                    MOVE WS-INDEX-1 TO WS-IR-INDEX(WS-IC-SUB)
                    IF WS-OK-2 = 'Y' AND WS-COST-2 > 0
                        COMPUTE WS-INDEX-2 ROUNDED =
                            WS-COST-2 * 100 / WS-BASE-COST
                            ON SIZE ERROR MOVE 'N' TO WS-OK-2
                        END-COMPUTE
                        COMPUTE WS-IR-MOM(WS-IC-SUB) ROUNDED =
                            (WS-COST-1 - WS-COST-2) * 100 / WS-COST-2
                            ON SIZE ERROR MOVE 'N' TO WS-OK-2
                        END-COMPUTE
                        MOVE WS-OK-2 TO WS-IR-MOM-OK(WS-IC-SUB)
                    ELSE
                        MOVE 'N' TO WS-OK-2
                    END-IF
                    IF WS-OK-3 = 'Y' AND WS-COST-3 > 0
                        COMPUTE WS-INDEX-3 ROUNDED =
                            WS-COST-3 * 100 / WS-BASE-COST
                            ON SIZE ERROR MOVE 'N' TO WS-OK-3
                        END-COMPUTE
                        COMPUTE WS-IR-YOY(WS-IC-SUB) ROUNDED =
                            (WS-COST-1 - WS-COST-3) * 100 / WS-COST-3
                            ON SIZE ERROR MOVE 'N' TO WS-OK-3
                        END-COMPUTE
                        MOVE WS-OK-3 TO WS-IR-YOY-OK(WS-IC-SUB)
                    ELSE
                        MOVE 'N' TO WS-OK-3
                    END-IF
                    PERFORM VARYING WS-DR-SUB FROM 1 BY 1
                    UNTIL WS-DR-SUB > WS-WT-COUNT
                        IF WS-DR-USED(WS-DR-SUB) = 'Y'
                            PERFORM SET-PRODUCT-POINTS
                        END-IF
                    END-PERFORM
                    SORT WS-DR-ENTRY ON
                    DESCENDING KEY WS-DR-USED
                    DESCENDING KEY WS-DR-ABS
                    ASCENDING KEY WS-DR-PRODUCT
                END-IF
           .

           ADD-PRODUCT-COSTS.
      *    ------------------- ONE PRODUCT INTO THE CITY'S COSTS -----------------
                ADD 1 TO WS-PRICED
                MOVE 'Y' TO WS-DR-USED(WS-WT-SUB)
                MOVE WS-WT-PRODUCT(WS-WT-SUB)
                    TO WS-DR-PRODUCT(WS-WT-SUB)
                MOVE WS-WT-WEIGHT(WS-WT-SUB) TO WS-DR-WEIGHT(WS-WT-SUB)
                MOVE WS-IC-PRICE(WS-IC-SUB, WS-WT-SUB, 4)
                    TO WS-DR-BASE(WS-WT-SUB)
                MOVE WS-IC-PRICE(WS-IC-SUB, WS-WT-SUB, 1)
                    TO WS-DR-PRICE(WS-WT-SUB)
                MOVE WS-IC-PRICE(WS-IC-SUB, WS-WT-SUB, 2)
                    TO WS-DR-PREV(WS-WT-SUB)
                MOVE SPACE TO WS-DR-BASE-FLAG(WS-WT-SUB)
                MOVE SPACE TO WS-DR-FLAG(WS-WT-SUB)
                MOVE SPACE TO WS-DR-PREV-FLAG(WS-WT-SUB)
                IF WS-IC-SEEN(WS-IC-SUB, WS-WT-SUB, 4)
                    NOT = WS-TM-MONTH(4)
                    MOVE 'I' TO WS-DR-BASE-FLAG(WS-WT-SUB)
                END-IF
                IF WS-IC-SEEN(WS-IC-SUB, WS-WT-SUB, 1)
                    NOT = WS-TM-MONTH(1)
                    MOVE 'I' TO WS-DR-FLAG(WS-WT-SUB)
                    ADD 1 TO WS-IMPUTED
                END-IF
                IF WS-IC-SEEN(WS-IC-SUB, WS-WT-SUB, 2) > 0
                    AND WS-IC-SEEN(WS-IC-SUB, WS-WT-SUB, 2)
                    NOT = WS-TM-MONTH(2)
                    MOVE 'I' TO WS-DR-PREV-FLAG(WS-WT-SUB)
                END-IF

                COMPUTE WS-BASE-COST = WS-BASE-COST
                    + WS-WT-WEIGHT(WS-WT-SUB)
                    * WS-IC-PRICE(WS-IC-SUB, WS-WT-SUB, 4)
                COMPUTE WS-COST-1 = WS-COST-1
                    + WS-WT-WEIGHT(WS-WT-SUB)
                    * WS-IC-PRICE(WS-IC-SUB, WS-WT-SUB, 1)
                IF WS-IC-SEEN(WS-IC-SUB, WS-WT-SUB, 2) = 0
                    MOVE 'N' TO WS-OK-2
                ELSE
                    COMPUTE WS-COST-2 = WS-COST-2
                        + WS-WT-WEIGHT(WS-WT-SUB)
                        * WS-IC-PRICE(WS-IC-SUB, WS-WT-SUB, 2)
                END-IF
                IF WS-IC-SEEN(WS-IC-SUB, WS-WT-SUB, 3) = 0
                    MOVE 'N' TO WS-OK-3
                ELSE
                    COMPUTE WS-COST-3 = WS-COST-3
                        + WS-WT-WEIGHT(WS-WT-SUB)
                        * WS-IC-PRICE(WS-IC-SUB, WS-WT-SUB, 3)
                END-IF
           .

           SET-PRODUCT-POINTS.
      *    ------------------- ONE PRODUCT'S SHARE OF THE MOVES -----------------
      *    THE DRIVER TABLE IS STILL IN WEIGHT ORDER HERE, SO ITS SLOT
      *    MATCHES THE PRICE POINTS.
                MOVE 'N' TO WS-DR-MOM-OK(WS-DR-SUB)
                MOVE 'N' TO WS-DR-YOY-OK(WS-DR-SUB)
                MOVE ZERO TO WS-DR-ABS(WS-DR-SUB)
                IF WS-IC-SEEN(WS-IC-SUB, WS-DR-SUB, 2) > 0
                    MOVE 'Y' TO WS-DR-MOM-OK(WS-DR-SUB)
                    COMPUTE WS-DR-MOM(WS-DR-SUB) ROUNDED =
                        WS-DR-WEIGHT(WS-DR-SUB) * 100
                        * (WS-IC-PRICE(WS-IC-SUB, WS-DR-SUB, 1)
                         - WS-IC-PRICE(WS-IC-SUB, WS-DR-SUB, 2))
                        / WS-BASE-COST
                        ON SIZE ERROR
                            MOVE 'N' TO WS-DR-MOM-OK(WS-DR-SUB)
                    END-COMPUTE
                    IF WS-DR-MOM(WS-DR-SUB) < 0
                        COMPUTE WS-DR-ABS(WS-DR-SUB) =
                            0 - WS-DR-MOM(WS-DR-SUB)
                    ELSE
                        MOVE WS-DR-MOM(WS-DR-SUB)
                            TO WS-DR-ABS(WS-DR-SUB)
                    END-IF
                END-IF
                IF WS-IC-SEEN(WS-IC-SUB, WS-DR-SUB, 3) > 0
                    MOVE 'Y' TO WS-DR-YOY-OK(WS-DR-SUB)
                    COMPUTE WS-DR-YOY(WS-DR-SUB) ROUNDED =
                        WS-DR-WEIGHT(WS-DR-SUB) * 100
                        * (WS-IC-PRICE(WS-IC-SUB, WS-DR-SUB, 1)
                         - WS-IC-PRICE(WS-IC-SUB, WS-DR-SUB, 3))
                        / WS-BASE-COST
                        ON SIZE ERROR
                            MOVE 'N' TO WS-DR-YOY-OK(WS-DR-SUB)
                    END-COMPUTE
                END-IF
           .

           WRITE-CITY-BLOCK.
      *    ------------------- ONE CITY'S INDEX AND ITS DRIVERS -----------------
                MOVE SPACES TO INDEX-LINE
                WRITE INDEX-LINE
                MOVE WS-IC-NAME(WS-IC-SUB) TO IC-CITY
                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-CITY-LINE TO INDEX-LINE
                WRITE INDEX-LINE

                IF WS-IR-STATUS(WS-IC-SUB) = 'N'
                    MOVE '   NO WEIGHTED PRODUCT PRICED BY BASE MONTH'
                        TO INDEX-LINE
                    WRITE INDEX-LINE
                ELSE
                    MOVE 'INDEX       ' TO IV-LABEL
                    MOVE WS-TM-MONTH(1) TO IV-MONTH
                    MOVE WS-INDEX-1 TO IV-INDEX
                    MOVE SPACES TO IV-TAG
                    MOVE SPACES TO IV-PCT-X
                    MOVE SPACE TO IV-PCT-SIGN
                    MOVE SPACES TO INDEX-LINE
                    MOVE WS-INDEX-VALUE-LINE TO INDEX-LINE
                    WRITE INDEX-LINE

                    MOVE 'PREV MONTH  ' TO IV-LABEL
                    MOVE WS-TM-MONTH(2) TO IV-MONTH
                    MOVE '  MOM CHANGE : ' TO IV-TAG
                    IF WS-OK-2 = 'Y'
                        MOVE WS-INDEX-2 TO IV-INDEX
                        MOVE WS-IR-MOM(WS-IC-SUB) TO IV-PCT
                        MOVE '%' TO IV-PCT-SIGN
                    ELSE
                        MOVE '      N/A' TO IV-INDEX-X
                        MOVE '     N/A' TO IV-PCT-X
                        MOVE SPACE TO IV-PCT-SIGN
                    END-IF
                    MOVE SPACES TO INDEX-LINE
                    MOVE WS-INDEX-VALUE-LINE TO INDEX-LINE
                    WRITE INDEX-LINE

                    MOVE 'YEAR AGO    ' TO IV-LABEL
                    MOVE WS-TM-MONTH(3) TO IV-MONTH
                    MOVE '  YOY CHANGE : ' TO IV-TAG
                    IF WS-OK-3 = 'Y'
                        MOVE WS-INDEX-3 TO IV-INDEX
                        MOVE WS-IR-YOY(WS-IC-SUB) TO IV-PCT
                        MOVE '%' TO IV-PCT-SIGN
                    ELSE
                        MOVE '      N/A' TO IV-INDEX-X
                        MOVE '     N/A' TO IV-PCT-X
                        MOVE SPACE TO IV-PCT-SIGN
                    END-IF
                    MOVE SPACES TO INDEX-LINE
                    MOVE WS-INDEX-VALUE-LINE TO INDEX-LINE
                    WRITE INDEX-LINE

                    MOVE WS-IR-PRICED(WS-IC-SUB)  TO IK-PRICED
                    MOVE WS-IR-IMPUTED(WS-IC-SUB) TO IK-IMPUTED
                    MOVE SPACES TO INDEX-LINE
                    MOVE WS-INDEX-COUNT-LINE TO INDEX-LINE
                    WRITE INDEX-LINE

                    MOVE SPACES TO INDEX-LINE
                    MOVE WS-INDEX-COL-HEADER TO INDEX-LINE
                    WRITE INDEX-LINE
                    PERFORM VARYING WS-DR-SUB FROM 1 BY 1
                    UNTIL WS-DR-SUB > WS-WT-COUNT
                        IF WS-DR-USED(WS-DR-SUB) = 'Y'
                            PERFORM WRITE-DRIVER-LINE
                        END-IF
                    END-PERFORM
                END-IF

      *    ------------- WEIGHTED PRODUCTS THE CITY COULD NOT PRICE BY
      *    ------------- THE BASE MONTH ARE NAMED, NEVER DROPPED SILENTLY
                PERFORM VARYING WS-WT-SUB FROM 1 BY 1
                UNTIL WS-WT-SUB > WS-WT-COUNT
                    IF WS-IC-SEEN(WS-IC-SUB, WS-WT-SUB, 4) = 0
                        ADD 1 TO WS-CTL-LEFTOUT
                        MOVE WS-WT-PRODUCT(WS-WT-SUB) TO IL-PRODUCT
                        MOVE SPACES TO INDEX-LINE
                        MOVE WS-INDEX-LEFTOUT-LINE TO INDEX-LINE
                        WRITE INDEX-LINE
                    END-IF
                END-PERFORM
           .

           WRITE-DRIVER-LINE.
      *    ------------------- ONE PRODUCT LINE -----------------
                MOVE WS-DR-PRODUCT(WS-DR-SUB)   TO ID-PRODUCT
                MOVE WS-DR-WEIGHT(WS-DR-SUB)    TO ID-WEIGHT
                MOVE WS-DR-BASE(WS-DR-SUB)      TO ID-BASE
                MOVE WS-DR-BASE-FLAG(WS-DR-SUB) TO ID-BASE-FLAG
                MOVE WS-DR-PRICE(WS-DR-SUB)     TO ID-PRICE
                MOVE WS-DR-FLAG(WS-DR-SUB)      TO ID-FLAG
                MOVE WS-DR-PREV-FLAG(WS-DR-SUB) TO ID-PREV-FLAG
                IF WS-DR-MOM-OK(WS-DR-SUB) = 'Y'
                    MOVE WS-DR-PREV(WS-DR-SUB) TO ID-PREV
                    MOVE WS-DR-MOM(WS-DR-SUB)  TO ID-MOM
                ELSE
                    MOVE '       N/A' TO ID-PREV-X
                    MOVE '     N/A' TO ID-MOM-X
                END-IF
                IF WS-DR-YOY-OK(WS-DR-SUB) = 'Y'
                    MOVE WS-DR-YOY(WS-DR-SUB) TO ID-YOY
                ELSE
                    MOVE '     N/A' TO ID-YOY-X
                END-IF
                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-DETAIL-LINE TO INDEX-LINE
                WRITE INDEX-LINE
           .

           WRITE-INDEX-SUMMARY.
      *    ------------------- ALL CITIES SIDE BY SIDE -----------------
                MOVE SPACES TO INDEX-LINE
                WRITE INDEX-LINE
                MOVE 'CITY INDEX SUMMARY' TO INDEX-LINE
                WRITE INDEX-LINE
                MOVE SPACES TO INDEX-LINE
                MOVE WS-SUMMARY-COL-HEADER TO INDEX-LINE
                WRITE INDEX-LINE
                PERFORM VARYING WS-IC-SUB FROM 1 BY 1
                UNTIL WS-IC-SUB > WS-IC-COUNT
                    IF WS-IR-STATUS(WS-IC-SUB) = 'Y'
                        MOVE WS-IC-NAME(WS-IC-SUB)  TO IS-CITY
                        MOVE WS-IR-INDEX(WS-IC-SUB) TO IS-INDEX
                        IF WS-IR-MOM-OK(WS-IC-SUB) = 'Y'
                            MOVE WS-IR-MOM(WS-IC-SUB) TO IS-MOM
                        ELSE
                            MOVE '     N/A' TO IS-MOM-X
                        END-IF
                        IF WS-IR-YOY-OK(WS-IC-SUB) = 'Y'
                            MOVE WS-IR-YOY(WS-IC-SUB) TO IS-YOY
                        ELSE
                            MOVE '     N/A' TO IS-YOY-X
                        END-IF
                        MOVE WS-IR-IMPUTED(WS-IC-SUB) TO IS-IMPUTED
                        MOVE WS-IR-PRICED(WS-IC-SUB)  TO IS-PRICED
                        MOVE SPACES TO INDEX-LINE
                        MOVE WS-SUMMARY-DETAIL-LINE TO INDEX-LINE
                        WRITE INDEX-LINE
                    END-IF
                END-PERFORM

                MOVE SPACES TO INDEX-LINE
                WRITE INDEX-LINE

                MOVE 'MONTHAVG ROWS READ: ' TO MT-LABEL
                MOVE WS-CTL-ROWS TO MT-COUNT
                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-TOTAL-LINE TO INDEX-LINE
                WRITE INDEX-LINE

                MOVE 'WEIGHTED ROWS USED: ' TO MT-LABEL
                MOVE WS-CTL-USED TO MT-COUNT
                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-TOTAL-LINE TO INDEX-LINE
                WRITE INDEX-LINE

                MOVE 'CITIES INDEXED    : ' TO MT-LABEL
                MOVE WS-CTL-INDEXED TO MT-COUNT
                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-TOTAL-LINE TO INDEX-LINE
                WRITE INDEX-LINE

                MOVE 'CITIES NO BASE    : ' TO MT-LABEL
                MOVE WS-CTL-NOBASE TO MT-COUNT
                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-TOTAL-LINE TO INDEX-LINE
                WRITE INDEX-LINE

                MOVE 'PRODUCTS LEFT OUT : ' TO MT-LABEL
                MOVE WS-CTL-LEFTOUT TO MT-COUNT
                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-TOTAL-LINE TO INDEX-LINE
                WRITE INDEX-LINE

                MOVE 'PRICES IMPUTED    : ' TO MT-LABEL
                MOVE WS-CTL-IMPUTED TO MT-COUNT
                MOVE SPACES TO INDEX-LINE
                MOVE WS-INDEX-TOTAL-LINE TO INDEX-LINE
                WRITE INDEX-LINE
           .
