           IDENTIFICATION DIVISION.
           PROGRAM-ID. BLWATCH.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    ------------------- CURRENT PRICE KEYED MASTER FILE -----------------
               SELECT PRICEMASTER ASSIGN TO "PRICEMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-KEY
                   FILE STATUS IS WS-PRICEMAST-FS.
      *    ------------------- BUYER PRICE WATCH LIST -----------------
               SELECT WATCHFILE ASSIGN TO "WATCHLIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WATCH-FS.
      *    ------------------- ALERT STATE CARRIED BETWEEN RUNS -----------------
               SELECT STATEFILE ASSIGN TO "WATCHST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WATCHST-FS.
      *    ------------------- CITY MASTER FILE -----------------
               SELECT CITYMASTER ASSIGN TO "CITYMAST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CITYMAST-FS.
      *    ------------------- PRODUCT MASTER FILE -----------------
               SELECT PRODUCTMASTER ASSIGN TO "PRODMAST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRODMAST-FS.
      *    ------------------- ALERT SORT FILE -----------------
               SELECT ALERTSORT ASSIGN TO "ALERTSRTW"
               .
      *    ------------------- ALERT NOTICE FILE -----------------
               SELECT ALERTFILE ASSIGN TO "ALERTOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    ------------------- WATCH LIST EXCEPTIONS FILE -----------------
               SELECT EXCEPTFILE ASSIGN TO "WATCHEXC"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *    ------------------- CURRENT PRICE MASTER DESCRIPTION -----------------
           FD PRICEMASTER.
           01 PRICE-MASTER-RECORD.
               05 PM-KEY.
                   10 PM-CITY    PIC X(18).
                   10 PM-PRODUCT PIC X(18).
               05 PM-LOW-PRICE   PIC 9(6)V9(2).
               05 PM-AVG-PRICE   PIC 9(6)V9(2).
               05 PM-SUM-PRICE   PIC 9(8)V9(2).
               05 PM-COUNT       PIC 9(6).
               05 PM-LAST-DATE   PIC 9(8).
      *    ------------------- WATCH LIST FILE DESCRIPTION -----------------
      *    ONE WATCH PER LINE:
      *    REQUESTER,CITY,PRODUCT,DIRECTION,TARGET,PERCENT,BASIS
      *    CITY BLANK OR '*' WATCHES THE PRODUCT IN EVERY CITY.
      *    DIRECTION IS BELOW (AT OR BELOW TARGET), ABOVE (AT OR ABOVE
      *    TARGET) OR MOVE (MORE THAN PERCENT AWAY FROM TARGET, EITHER
      *    WAY). BASIS IS LOW OR AVG AND MAY BE OMITTED - BELOW THEN
      *    WATCHES THE CHEAPEST PRICE SEEN, ABOVE AND MOVE THE AVERAGE.
           FD WATCHFILE.
           01 WATCH-RECORD PIC X(100).
      *    ------------------- ALERT STATE FILE DESCRIPTION -----------------
           FD STATEFILE.
           01 STATE-RECORD PIC X(120).
      *    ------------------- CITY MASTER FILE DESCRIPTION -----------------
           FD CITYMASTER.
           01 CITY-MASTER-RECORD PIC X(18).
      *    ------------------- PRODUCT MASTER FILE DESCRIPTION -----------------
           FD PRODUCTMASTER.
           01 PRODUCT-MASTER-RECORD PIC X(18).
      *    ------------------- ALERT SORT FILE DESCRIPTION -----------------
      *    REQUESTER FIRST SO EACH BUYER GETS ONE NOTICE BLOCK.
           SD ALERTSORT
           DATA RECORD ALERT-SORT-REC
           RECORDING MODE F.
           01 ALERT-SORT-REC.
               05 AS-REQUESTER PIC X(8).
               05 AS-CITY      PIC X(18).
               05 AS-PRODUCT   PIC X(18).
               05 AS-DIRECTION PIC X(5).
               05 AS-TARGET    PIC 9(6)V9(2).
               05 AS-PCT       PIC 9(3)V9(2).
               05 AS-BASIS     PIC X(3).
               05 AS-PRICE     PIC 9(6)V9(2).
               05 AS-LOW-PRICE PIC 9(6)V9(2).
               05 AS-AVG-PRICE PIC 9(6)V9(2).
               05 AS-MOVE-PCT  PIC 9(5)V9(2).
               05 AS-LAST-DATE PIC 9(8).
      *    ------------------- ALERT NOTICE DESCRIPTION -----------------
           FD ALERTFILE.
           01 ALERT-LINE PIC X(120).
      *    ------------------- EXCEPTIONS FILE DESCRIPTION -----------------
           FD EXCEPTFILE.
           01 EXCEPT-LINE PIC X(120).

           WORKING-STORAGE SECTION.
      *    ------------------- MASTER NAME TABLES -----------------
      *    AN ABSENT OR EMPTY MASTER LEAVES ITS COUNT AT ZERO AND THE
      *    NAME CHECK AGAINST IT IS SKIPPED - THE MAIN RUN THEN WORKS
      *    FROM ITS SEED LIST AND SO MUST THE WATCH RUN.
           01 WS-CITY-LIST.
              05 WS-CL-NAME PIC X(18) OCCURS 101 TIMES.
           01 WS-PRDT-LIST.
              05 WS-PL-NAME PIC X(18) OCCURS 94 TIMES.
           01 WS-CITY-COUNT    PIC 9(3) COMP VALUE ZERO.
           01 WS-PRDT-COUNT    PIC 9(3) COMP VALUE ZERO.
      *    ------------------- PARSED WATCH ENTRY -----------------
           01 WS-WL-REQUESTER  PIC X(10).
           01 WS-WL-CITY       PIC X(18).
           01 WS-WL-PRODUCT    PIC X(18).
           01 WS-WL-DIRECTION  PIC X(6).
           01 WS-WL-TARGET-X   PIC X(10).
           01 WS-WL-PCT-X      PIC X(10).
           01 WS-WL-BASIS      PIC X(4).
           01 WS-WL-OK         PIC X.
           01 WS-REASON        PIC X(30).
      *    ------------------- WATCH AND STATE KEY -----------------
      *    WK-ENTRY IDENTIFIES THE WATCH AS THE BUYER WROTE IT; WK-CITY
      *    IS THE CITY ACTUALLY PRICED, SO AN ANY-CITY WATCH KEEPS ONE
      *    STATE PER CITY AND EACH CITY FIRES ON ITS OWN.
           01 WS-WATCH-KEY.
              05 WK-ENTRY.
                 10 WK-REQUESTER  PIC X(8).
                 10 WK-ENTRY-CITY PIC X(18).
                 10 WK-PRODUCT    PIC X(18).
                 10 WK-DIRECTION  PIC X(5).
                 10 WK-TARGET     PIC 9(6)V9(2).
                 10 WK-PCT        PIC 9(3)V9(2).
                 10 WK-BASIS      PIC X(3).
              05 WK-CITY          PIC X(18).
      *    ------------------- ALERT STATE TABLE -----------------
      *    STATE F = ALERT FIRED AND PRICE STILL IN THE TARGET RANGE,
      *    STATE C = CLEAR, ARMED TO FIRE WHEN THE PRICE NEXT ENTERS
      *    THE RANGE. ONLY ROWS WHOSE WATCH IS STILL ON THE LIST ARE
      *    WRITTEN BACK, SO A DROPPED WATCH TAKES ITS STATE WITH IT.
           01 WS-STATE-TABLE.
              05 WS-SK-ROW OCCURS 2000 TIMES.
                 10 WS-SK-KEY     PIC X(83).
                 10 WS-SK-STATE   PIC X.
                 10 WS-SK-PRICE   PIC 9(6)V9(2).
                 10 WS-SK-DATE    PIC 9(8).
                 10 WS-SK-FIRED   PIC 9(8).
                 10 WS-SK-LIVE    PIC X.
           01 WS-STATE-COUNT   PIC 9(4) COMP VALUE ZERO.
           01 WS-STATE-SUB     PIC 9(4) COMP VALUE ZERO.
           01 WS-FOUND-STATE   PIC 9(4) COMP VALUE ZERO.
      *    ------------------- ALERT STATE LINE LAYOUT -----------------
           01 WS-STATE-DETAIL.
              05 SR-REQUESTER    PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 SR-ENTRY-CITY   PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 SR-PRODUCT      PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 SR-DIRECTION    PIC X(5).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 SR-TARGET       PIC 9(6)V9(2).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 SR-PCT          PIC 9(3)V9(2).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 SR-BASIS        PIC X(3).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 SR-CITY         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 SR-STATE        PIC X(1).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 SR-PRICE        PIC 9(6)V9(2).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 SR-LAST-DATE    PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 SR-FIRED-DATE   PIC 9(8).
      *    ------------------- PRICE TEST WORK AREAS -----------------
           01 WS-TEST-PRICE    PIC 9(6)V9(2) VALUE ZERO.
           01 WS-MOVE-DIFF     PIC 9(6)V9(2) VALUE ZERO.
           01 WS-MOVE-PCT      PIC 9(5)V9(2) VALUE ZERO.
           01 WS-IN-RANGE      PIC X VALUE 'N'.
           01 WS-CITY-HITS     PIC 9(4) COMP VALUE ZERO.
      *    ------------------- TEMP VARIABLES -----------------
           01 WS-PRICEMAST-FS  PIC X(02).
           01 WS-WATCH-FS      PIC X(02).
           01 WS-WATCHST-FS    PIC X(02).
           01 WS-CITYMAST-FS   PIC X(02).
           01 WS-PRODMAST-FS   PIC X(02).
           01 WS-EOF           PIC X VALUE "N".
           01 WS-PM-EOF        PIC X VALUE "N".
           01 WS-MAST-EOF      PIC X VALUE "N".
           01 WS-LIST-SUB      PIC 9(3) COMP VALUE ZERO.
           01 WS-SEARCH-NAME   PIC X(18).
           01 WS-NAME-FOUND    PIC X.
           01 WS-PREV-REQUESTER PIC X(8) VALUE SPACES.
           01 WS-REQ-ALERTS    PIC 9(5) COMP VALUE ZERO.
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
      *    ------------------- WATCH RUN TOTALS -----------------
           01 WS-CTL-READ      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-REJECTED  PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-CHECKED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-FIRED     PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-HELD      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-REARMED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-NOPRICE   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-STATES    PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-NOSTATE   PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT    PIC Z,ZZZ,ZZ9.
      *    ------------------- ALERT NOTICE WORK AREAS -----------------
           01 WS-ALERT-HEADER-1.
              05 FILLER          PIC X(44) VALUE
                 'BLWATCH  -  PRICE  WATCH  ALERT  NOTICES'.
           01 WS-ALERT-DATE-LINE.
              05 FILLER          PIC X(10) VALUE 'RUN DATE :'.
              05 AH-YEAR         PIC 9(04).
              05 FILLER          PIC X(01) VALUE '-'.
              05 AH-MONTH        PIC 9(02).
              05 FILLER          PIC X(01) VALUE '-'.
              05 AH-DAY          PIC 9(02).
           01 WS-ALERT-REQ-LINE.
              05 FILLER          PIC X(13) VALUE 'NOTICE FOR : '.
              05 AR-REQUESTER    PIC X(8).
           01 WS-ALERT-COL-HEADER.
              05 FILLER          PIC X(19) VALUE 'CITY'.
              05 FILLER          PIC X(19) VALUE 'PRODUCT'.
              05 FILLER          PIC X(19) VALUE 'CONDITION'.
              05 FILLER          PIC X(11) VALUE '     TARGET'.
              05 FILLER          PIC X(04) VALUE ' ON'.
              05 FILLER          PIC X(11) VALUE '      PRICE'.
              05 FILLER          PIC X(11) VALUE '        LOW'.
              05 FILLER          PIC X(11) VALUE '        AVG'.
              05 FILLER          PIC X(09) VALUE ' SEEN'.
           01 WS-ALERT-DETAIL-LINE.
              05 AD-CITY         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 AD-PRODUCT      PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 AD-CONDITION    PIC X(11).
              05 AD-PCT          PIC ZZ9.99 BLANK WHEN ZERO.
              05 AD-PCT-SIGN     PIC X(01).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 AD-TARGET       PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 AD-BASIS        PIC X(03).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 AD-PRICE        PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 AD-LOW          PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 AD-AVG          PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 AD-DATE         PIC 9(8).
           01 WS-ALERT-REQ-TOTAL.
              05 FILLER          PIC X(22) VALUE
                 '   ALERTS FOR BUYER : '.
              05 AT-COUNT        PIC ZZ,ZZ9.
      *    ------------------- EXCEPTION REPORT WORK AREAS -----------------
           01 WS-EXC-HEADER-1.
              05 FILLER          PIC X(44) VALUE
                 'BLWATCH  -  WATCH  LIST  EXCEPTIONS'.
           01 WS-EXC-COL-HEADER.
              05 FILLER          PIC X(09) VALUE 'REQUESTR'.
              05 FILLER          PIC X(19) VALUE 'CITY'.
              05 FILLER          PIC X(19) VALUE 'PRODUCT'.
              05 FILLER          PIC X(07) VALUE 'DIRECT'.
              05 FILLER          PIC X(30) VALUE 'REASON'.
           01 WS-EXC-DETAIL-LINE.
              05 XD-REQUESTER    PIC X(08).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 XD-CITY         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 XD-PRODUCT      PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 XD-DIRECTION    PIC X(06).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 XD-REASON       PIC X(30).
           01 WS-WATCH-TOTAL-LINE.
              05 MT-LABEL        PIC X(20).
              05 MT-COUNT        PIC Z,ZZZ,ZZ9.

           PROCEDURE DIVISION.
           MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             MOVE WS-CURRENT-DATE TO WS-TODAY

             OPEN INPUT PRICEMASTER
             IF WS-PRICEMAST-FS NOT = "00"
                 DISPLAY "BLWATCH - RUN ABORTED"
                 DISPLAY "PRICEMAST UNAVAILABLE - RUN THE MAIN BATCH "
                     "FIRST"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF

             PERFORM LOAD-CITY-LIST
             PERFORM LOAD-PRODUCT-LIST
             PERFORM LOAD-WATCH-STATE
             PERFORM OPEN-EXCEPTION-REPORT

             SORT ALERTSORT
                ON ASCENDING KEY AS-REQUESTER
                ON ASCENDING KEY AS-CITY
                ON ASCENDING KEY AS-PRODUCT
                   INPUT PROCEDURE IS CHECK-WATCH-LIST
                   OUTPUT PROCEDURE IS WRITE-ALERT-NOTICES

             CLOSE PRICEMASTER
      *    ------------- A MISSING WATCH LIST LEAVES THE SAVED STATE
      *    ------------- AS IT WAS - AN EMPTY LIST IS A DELIBERATE
      *    ------------- CLEAR-DOWN AND EMPTIES IT ---------------------
             IF WS-WATCH-FS = "00"
                 PERFORM SAVE-WATCH-STATE
             END-IF
             PERFORM WRITE-WATCH-TOTALS
             CLOSE EXCEPTFILE

             MOVE WS-CTL-READ TO WS-COUNT-EDIT
             DISPLAY "BLWATCH - WATCH ENTRIES READ  : " WS-COUNT-EDIT
             MOVE WS-CTL-FIRED TO WS-COUNT-EDIT
             DISPLAY "BLWATCH - ALERTS FIRED        : " WS-COUNT-EDIT
             MOVE WS-CTL-REJECTED TO WS-COUNT-EDIT
             DISPLAY "BLWATCH - EXCEPTIONS          : " WS-COUNT-EDIT

      *    ------------------- SCHEDULER RETURN CODE -----------------
      *    0 = CLEAN RUN, 4 = EXCEPTIONS LISTED, 8 = NO WATCH LIST,
      *    12 = ABORTED RUN.
             MOVE ZERO TO RETURN-CODE
             IF WS-CTL-REJECTED > 0 OR WS-CTL-NOSTATE > 0
                 MOVE 4 TO RETURN-CODE
             END-IF
             IF WS-CTL-READ = 0
                 DISPLAY "BLWATCH - WATCHLIST MISSING OR EMPTY"
                 MOVE 8 TO RETURN-CODE
             END-IF
             STOP RUN.

           LOAD-CITY-LIST.
      *    ------------------- LOAD CURRENT CITY MASTER LIST -----------------
                MOVE ZERO TO WS-CITY-COUNT
                MOVE "N" TO WS-MAST-EOF
                OPEN INPUT CITYMASTER
                IF WS-CITYMAST-FS = "00"
                    READ CITYMASTER
                        AT END MOVE "Y" TO WS-MAST-EOF
                    END-READ
                    PERFORM UNTIL WS-MAST-EOF = "Y"
                        OR WS-CITY-COUNT >= 101
                        IF CITY-MASTER-RECORD NOT = SPACES
                            ADD 1 TO WS-CITY-COUNT
                            MOVE CITY-MASTER-RECORD
                                TO WS-CL-NAME(WS-CITY-COUNT)
                        END-IF
                        READ CITYMASTER
                            AT END MOVE "Y" TO WS-MAST-EOF
                        END-READ
                    END-PERFORM
                    CLOSE CITYMASTER
                END-IF
                IF WS-CITY-COUNT = 0
                    DISPLAY "BLWATCH - CITYMAST MISSING OR EMPTY - "
                        "CITY NAMES NOT CHECKED"
                END-IF
           .

           LOAD-PRODUCT-LIST.
      *    ------------------- LOAD CURRENT PRODUCT MASTER LIST -----------------
                MOVE ZERO TO WS-PRDT-COUNT
                MOVE "N" TO WS-MAST-EOF
                OPEN INPUT PRODUCTMASTER
                IF WS-PRODMAST-FS = "00"
                    READ PRODUCTMASTER
                        AT END MOVE "Y" TO WS-MAST-EOF
                    END-READ
                    PERFORM UNTIL WS-MAST-EOF = "Y"
                        OR WS-PRDT-COUNT >= 94
                        IF PRODUCT-MASTER-RECORD NOT = SPACES
                            ADD 1 TO WS-PRDT-COUNT
                            MOVE PRODUCT-MASTER-RECORD
                                TO WS-PL-NAME(WS-PRDT-COUNT)
                        END-IF
                        READ PRODUCTMASTER
                            AT END MOVE "Y" TO WS-MAST-EOF
                        END-READ
                    END-PERFORM
                    CLOSE PRODUCTMASTER
                END-IF
                IF WS-PRDT-COUNT = 0
                    DISPLAY "BLWATCH - PRODMAST MISSING OR EMPTY - "
                        "PRODUCT NAMES NOT CHECKED"
                END-IF
           .

           LOAD-WATCH-STATE.
      *    ------------------- ALERT STATE FROM THE PREVIOUS RUN -----------------
      *    NO STATE FILE IS A FIRST RUN - EVERY WATCH STARTS CLEAR.
                MOVE ZERO TO WS-STATE-COUNT
                MOVE "N" TO WS-EOF
                OPEN INPUT STATEFILE
                IF WS-WATCHST-FS = "00"
                    READ STATEFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                    PERFORM UNTIL WS-EOF = "Y"
                        OR WS-STATE-COUNT >= 2000
                        MOVE STATE-RECORD TO WS-STATE-DETAIL
                        IF SR-REQUESTER NOT = SPACES
                            ADD 1 TO WS-STATE-COUNT
                            MOVE SR-REQUESTER  TO WK-REQUESTER
                            MOVE SR-ENTRY-CITY TO WK-ENTRY-CITY
                            MOVE SR-PRODUCT    TO WK-PRODUCT
                            MOVE SR-DIRECTION  TO WK-DIRECTION
                            MOVE SR-TARGET     TO WK-TARGET
                            MOVE SR-PCT        TO WK-PCT
                            MOVE SR-BASIS      TO WK-BASIS
                            MOVE SR-CITY       TO WK-CITY
                            MOVE WS-WATCH-KEY
                                TO WS-SK-KEY(WS-STATE-COUNT)
                            MOVE SR-STATE
                                TO WS-SK-STATE(WS-STATE-COUNT)
                            MOVE SR-PRICE
                                TO WS-SK-PRICE(WS-STATE-COUNT)
                            MOVE SR-LAST-DATE
                                TO WS-SK-DATE(WS-STATE-COUNT)
                            MOVE SR-FIRED-DATE
                                TO WS-SK-FIRED(WS-STATE-COUNT)
                            MOVE 'N' TO WS-SK-LIVE(WS-STATE-COUNT)
                        END-IF
                        READ STATEFILE
                            AT END MOVE "Y" TO WS-EOF
                        END-READ
                    END-PERFORM
                    IF WS-EOF NOT = "Y"
                        DISPLAY "BLWATCH - WATCHST HOLDS MORE THAN "
                            "2000 STATES - REMAINDER DROPPED"
                    END-IF
                    CLOSE STATEFILE
                END-IF
           .

           OPEN-EXCEPTION-REPORT.
      *    ------------------- EXCEPTION REPORT HEADER -----------------
                OPEN OUTPUT EXCEPTFILE

                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-EXC-HEADER-1 TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE WS-CURRENT-YEAR  TO AH-YEAR
                MOVE WS-CURRENT-MONTH TO AH-MONTH
                MOVE WS-CURRENT-DAY   TO AH-DAY
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-ALERT-DATE-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE SPACES TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-EXC-COL-HEADER TO EXCEPT-LINE
                WRITE EXCEPT-LINE
           .

           CHECK-WATCH-LIST.
      *    ------------------- TEST EVERY WATCH AGAINST PRICEMAST -----------------
                MOVE "N" TO WS-EOF
                OPEN INPUT WATCHFILE
                IF WS-WATCH-FS = "00"
                    READ WATCHFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                    PERFORM UNTIL WS-EOF = "Y"
      *    ------------- A BLANK LINE OR A '*' LINE IS A COMMENT -----------------
                        IF WATCH-RECORD NOT = SPACES
                            AND WATCH-RECORD(1:1) NOT = '*'
                            ADD 1 TO WS-CTL-READ
                            PERFORM CHECK-ONE-WATCH
                        END-IF
                        READ WATCHFILE
                            AT END MOVE "Y" TO WS-EOF
                        END-READ
                    END-PERFORM
                    CLOSE WATCHFILE
                END-IF
           .

           CHECK-ONE-WATCH.
      *    ------------------- PARSE, VALIDATE AND TEST ONE WATCH -----------------
                MOVE SPACES TO WS-WL-REQUESTER
                MOVE SPACES TO WS-WL-CITY
                MOVE SPACES TO WS-WL-PRODUCT
                MOVE SPACES TO WS-WL-DIRECTION
                MOVE SPACES TO WS-WL-TARGET-X
                MOVE SPACES TO WS-WL-PCT-X
                MOVE SPACES TO WS-WL-BASIS
                UNSTRING WATCH-RECORD DELIMITED BY ","
                    INTO WS-WL-REQUESTER, WS-WL-CITY, WS-WL-PRODUCT,
                         WS-WL-DIRECTION, WS-WL-TARGET-X,
                         WS-WL-PCT-X, WS-WL-BASIS
                PERFORM VALIDATE-WATCH
                IF WS-WL-OK = 'N'
                    PERFORM WRITE-EXCEPTION
                ELSE
                    PERFORM MARK-WATCH-LIVE
                    IF WK-ENTRY-CITY = '*'
                        PERFORM CHECK-ANY-CITY
                    ELSE
                        PERFORM CHECK-ONE-CITY
                    END-IF
                END-IF
           .

           VALIDATE-WATCH.
      *    ------------------- ONE WATCH ENTRY MUST MAKE SENSE -----------------
      *    THE FIRST FAILING TEST GIVES THE REASON. A CITY OR PRODUCT
      *    NO LONGER ON ITS MASTER IS AN EXCEPTION, NOT A SILENT MISS -
      *    THE BUYER WOULD OTHERWISE WAIT FOR AN ALERT THAT CAN NEVER
      *    COME.
                MOVE 'Y' TO WS-WL-OK
                MOVE SPACES TO WS-REASON
                MOVE SPACES TO WS-WATCH-KEY
                MOVE WS-WL-REQUESTER TO WK-REQUESTER
                MOVE WS-WL-PRODUCT   TO WK-PRODUCT
                MOVE ZERO TO WK-TARGET
                MOVE ZERO TO WK-PCT
                IF WS-WL-CITY = SPACES OR WS-WL-CITY = '*'
                    MOVE '*' TO WK-ENTRY-CITY
                ELSE
                    MOVE WS-WL-CITY TO WK-ENTRY-CITY
                END-IF

                EVALUATE TRUE
                    WHEN WS-WL-REQUESTER = SPACES
                        MOVE 'REQUESTER MISSING' TO WS-REASON
                    WHEN WS-WL-REQUESTER(9:2) NOT = SPACES
                        MOVE 'REQUESTER OVER 8 CHARACTERS'
                            TO WS-REASON
                    WHEN WS-WL-PRODUCT = SPACES
                        MOVE 'PRODUCT MISSING' TO WS-REASON
                    WHEN WS-WL-DIRECTION NOT = 'BELOW'
                     AND WS-WL-DIRECTION NOT = 'ABOVE'
                     AND WS-WL-DIRECTION NOT = 'MOVE'
                        MOVE 'DIRECTION NOT BELOW/ABOVE/MOVE'
                            TO WS-REASON
                    WHEN WS-WL-BASIS NOT = SPACES
                     AND WS-WL-BASIS NOT = 'LOW'
                     AND WS-WL-BASIS NOT = 'AVG'
                        MOVE 'BASIS NOT LOW OR AVG' TO WS-REASON
                END-EVALUATE
                IF WS-REASON NOT = SPACES
                    MOVE 'N' TO WS-WL-OK
                END-IF

                IF WS-WL-OK = 'Y'
                    MOVE WS-WL-DIRECTION TO WK-DIRECTION
                    MOVE WS-WL-TARGET-X TO WS-AMOUNT-X
                    PERFORM CHECK-AMOUNT
                    IF WS-AMOUNT-OK = 'N' OR WS-AMOUNT = ZERO
                        MOVE 'TARGET PRICE INVALID' TO WS-REASON
                        MOVE 'N' TO WS-WL-OK
                    ELSE
                        MOVE WS-AMOUNT TO WK-TARGET
                    END-IF
                END-IF

                IF WS-WL-OK = 'Y' AND WK-DIRECTION = 'MOVE'
                    MOVE WS-WL-PCT-X TO WS-AMOUNT-X
                    PERFORM CHECK-AMOUNT
                    IF WS-AMOUNT-OK = 'N' OR WS-AMOUNT = ZERO
                        OR WS-AMOUNT > 999.99
                        MOVE 'PERCENT MISSING OR INVALID'
                            TO WS-REASON
                        MOVE 'N' TO WS-WL-OK
                    ELSE
                        MOVE WS-AMOUNT TO WK-PCT
                    END-IF
                END-IF

                IF WS-WL-OK = 'Y'
                    IF WS-WL-BASIS = SPACES
                        IF WK-DIRECTION = 'BELOW'
                            MOVE 'LOW' TO WK-BASIS
                        ELSE
                            MOVE 'AVG' TO WK-BASIS
                        END-IF
                    ELSE
                        MOVE WS-WL-BASIS TO WK-BASIS
                    END-IF
                END-IF

                IF WS-WL-OK = 'Y' AND WK-ENTRY-CITY NOT = '*'
                    AND WS-CITY-COUNT > 0
                    MOVE WK-ENTRY-CITY TO WS-SEARCH-NAME
                    PERFORM FIND-CITY
                    IF WS-NAME-FOUND = 'N'
                        MOVE 'CITY NOT ON CITYMAST' TO WS-REASON
                        MOVE 'N' TO WS-WL-OK
                    END-IF
                END-IF

                IF WS-WL-OK = 'Y' AND WS-PRDT-COUNT > 0
                    MOVE WK-PRODUCT TO WS-SEARCH-NAME
                    PERFORM FIND-PRODUCT
                    IF WS-NAME-FOUND = 'N'
                        MOVE 'PRODUCT NOT ON PRODMAST' TO WS-REASON
                        MOVE 'N' TO WS-WL-OK
                    END-IF
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

           FIND-CITY.
      *    ------------------- NAME ON THE CITY MASTER LIST? -----------------
                MOVE 'N' TO WS-NAME-FOUND
                PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                UNTIL WS-LIST-SUB > WS-CITY-COUNT
                   OR WS-NAME-FOUND = 'Y'
                    IF WS-CL-NAME(WS-LIST-SUB) = WS-SEARCH-NAME
                        MOVE 'Y' TO WS-NAME-FOUND
                    END-IF
                END-PERFORM
           .

           FIND-PRODUCT.
      *    ------------------- NAME ON THE PRODUCT MASTER LIST? -----------------
                MOVE 'N' TO WS-NAME-FOUND
                PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                UNTIL WS-LIST-SUB > WS-PRDT-COUNT
                   OR WS-NAME-FOUND = 'Y'
                    IF WS-PL-NAME(WS-LIST-SUB) = WS-SEARCH-NAME
                        MOVE 'Y' TO WS-NAME-FOUND
                    END-IF
                END-PERFORM
           .

           MARK-WATCH-LIVE.
      *    ------------------- KEEP EVERY SAVED STATE FOR THIS WATCH -----------------
      *    DONE BEFORE THE PRICES ARE READ, SO A CITY WITH NO PRICE
      *    TODAY KEEPS ITS FIRED STATE RATHER THAN FIRING AGAIN WHEN
      *    ITS PRICE REAPPEARS STILL INSIDE THE RANGE.
                PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                UNTIL WS-STATE-SUB > WS-STATE-COUNT
                    IF WS-SK-KEY(WS-STATE-SUB)(1:65) = WK-ENTRY
                        MOVE 'Y' TO WS-SK-LIVE(WS-STATE-SUB)
                    END-IF
                END-PERFORM
           .

           CHECK-ONE-CITY.
      *    ------------------- SINGLE KEYED READ, CITY + PRODUCT -----------------
                MOVE WK-ENTRY-CITY TO PM-CITY
                MOVE WK-PRODUCT    TO PM-PRODUCT
                READ PRICEMASTER
                    INVALID KEY
                        ADD 1 TO WS-CTL-NOPRICE
                    NOT INVALID KEY
                        PERFORM TEST-WATCH-PRICE
                END-READ
           .

           CHECK-ANY-CITY.
      *    ------------------- EVERY CITY PRICING THE PRODUCT -----------------
      *    THE MASTER IS KEYED CITY FIRST, SO A PRODUCT-ONLY WATCH WALKS
      *    THE WHOLE FILE. A CITY SINCE RETIRED FROM CITYMAST IS PASSED
      *    OVER - ITS PRICE IS NO LONGER PUBLISHED.
                MOVE ZERO TO WS-CITY-HITS
                MOVE "N" TO WS-PM-EOF
                MOVE LOW-VALUES TO PM-KEY
                START PRICEMASTER KEY NOT < PM-KEY
                    INVALID KEY
                        MOVE "Y" TO WS-PM-EOF
                END-START
                PERFORM UNTIL WS-PM-EOF = "Y"
                    READ PRICEMASTER NEXT
                        AT END
                            MOVE "Y" TO WS-PM-EOF
                        NOT AT END
                            IF PM-PRODUCT = WK-PRODUCT
                                MOVE PM-CITY TO WS-SEARCH-NAME
                                MOVE 'Y' TO WS-NAME-FOUND
                                IF WS-CITY-COUNT > 0
                                    PERFORM FIND-CITY
                                END-IF
                                IF WS-NAME-FOUND = 'Y'
                                    ADD 1 TO WS-CITY-HITS
                                    PERFORM TEST-WATCH-PRICE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-CITY-HITS = 0
                    ADD 1 TO WS-CTL-NOPRICE
                END-IF
           .

           TEST-WATCH-PRICE.
      *    ------------------- ONE CITY PRICE AGAINST ONE WATCH -----------------
      *    AN ALERT FIRES ONLY ON THE WAY INTO THE TARGET RANGE. WHILE
      *    THE PRICE STAYS IN RANGE IT IS HELD; ONCE THE PRICE LEAVES
      *    THE RANGE THE WATCH RE-ARMS FOR THE NEXT CROSSING.
                IF PM-COUNT = 0
                    ADD 1 TO WS-CTL-NOPRICE
                ELSE
                    ADD 1 TO WS-CTL-CHECKED
                    MOVE PM-CITY TO WK-CITY
                    IF WK-BASIS = 'LOW'
                        MOVE PM-LOW-PRICE TO WS-TEST-PRICE
                    ELSE
                        MOVE PM-AVG-PRICE TO WS-TEST-PRICE
                    END-IF
                    MOVE ZERO TO WS-MOVE-PCT
                    MOVE 'N' TO WS-IN-RANGE
                    EVALUATE WK-DIRECTION
                        WHEN 'BELOW'
                            IF WS-TEST-PRICE NOT > WK-TARGET
                                MOVE 'Y' TO WS-IN-RANGE
                            END-IF
                        WHEN 'ABOVE'
                            IF WS-TEST-PRICE NOT < WK-TARGET
                                MOVE 'Y' TO WS-IN-RANGE
                            END-IF
                        WHEN 'MOVE'
                            IF WS-TEST-PRICE > WK-TARGET
                                COMPUTE WS-MOVE-DIFF =
                                    WS-TEST-PRICE - WK-TARGET
                            ELSE
                                COMPUTE WS-MOVE-DIFF =
                                    WK-TARGET - WS-TEST-PRICE
                            END-IF
                            COMPUTE WS-MOVE-PCT ROUNDED =
                                WS-MOVE-DIFF * 100 / WK-TARGET
                            IF WS-MOVE-PCT > WK-PCT
                                MOVE 'Y' TO WS-IN-RANGE
                            END-IF
                    END-EVALUATE
                    PERFORM FIND-STATE-ROW
                    IF WS-FOUND-STATE = 0
      *    ------------- NO ROOM TO REMEMBER IT - ALERT ON EVERY RUN IN
      *    ------------- RANGE RATHER THAN NEVER ALERT AT ALL ----------
                        ADD 1 TO WS-CTL-NOSTATE
                        IF WS-IN-RANGE = 'Y'
                            PERFORM RELEASE-ALERT
                        END-IF
                    ELSE
                        IF WS-IN-RANGE = 'Y'
                            IF WS-SK-STATE(WS-FOUND-STATE) = 'F'
                                ADD 1 TO WS-CTL-HELD
                            ELSE
                                MOVE 'F'
                                  TO WS-SK-STATE(WS-FOUND-STATE)
                                MOVE WS-TODAY
                                  TO WS-SK-FIRED(WS-FOUND-STATE)
                                PERFORM RELEASE-ALERT
                            END-IF
                        ELSE
                            IF WS-SK-STATE(WS-FOUND-STATE) = 'F'
                                ADD 1 TO WS-CTL-REARMED
                            END-IF
                            MOVE 'C' TO WS-SK-STATE(WS-FOUND-STATE)
                        END-IF
                        MOVE WS-TEST-PRICE
                          TO WS-SK-PRICE(WS-FOUND-STATE)
                        MOVE PM-LAST-DATE
                          TO WS-SK-DATE(WS-FOUND-STATE)
                    END-IF
                END-IF
           .

           FIND-STATE-ROW.
      *    ------------------- LOCATE OR OPEN THE STATE FOR THIS CITY -----------------
                MOVE ZERO TO WS-FOUND-STATE
                PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                UNTIL WS-STATE-SUB > WS-STATE-COUNT
                   OR WS-FOUND-STATE > 0
                    IF WS-SK-KEY(WS-STATE-SUB) = WS-WATCH-KEY
                        MOVE WS-STATE-SUB TO WS-FOUND-STATE
                    END-IF
                END-PERFORM
                IF WS-FOUND-STATE = 0 AND WS-STATE-COUNT < 2000
                    ADD 1 TO WS-STATE-COUNT
                    MOVE WS-STATE-COUNT TO WS-FOUND-STATE
                    MOVE WS-WATCH-KEY TO WS-SK-KEY(WS-FOUND-STATE)
                    MOVE 'C'  TO WS-SK-STATE(WS-FOUND-STATE)
                    MOVE ZERO TO WS-SK-PRICE(WS-FOUND-STATE)
                    MOVE ZERO TO WS-SK-DATE(WS-FOUND-STATE)
                    MOVE ZERO TO WS-SK-FIRED(WS-FOUND-STATE)
                    MOVE 'Y'  TO WS-SK-LIVE(WS-FOUND-STATE)
                END-IF
           .

           RELEASE-ALERT.
      *    ------------------- ONE ALERT TO THE NOTICE SORT -----------------
                ADD 1 TO WS-CTL-FIRED
                MOVE WK-REQUESTER  TO AS-REQUESTER
                MOVE PM-CITY       TO AS-CITY
                MOVE PM-PRODUCT    TO AS-PRODUCT
                MOVE WK-DIRECTION  TO AS-DIRECTION
                MOVE WK-TARGET     TO AS-TARGET
                MOVE WK-PCT        TO AS-PCT
                MOVE WK-BASIS      TO AS-BASIS
                MOVE WS-TEST-PRICE TO AS-PRICE
                MOVE PM-LOW-PRICE  TO AS-LOW-PRICE
                MOVE PM-AVG-PRICE  TO AS-AVG-PRICE
                MOVE WS-MOVE-PCT   TO AS-MOVE-PCT
                MOVE PM-LAST-DATE  TO AS-LAST-DATE
                RELEASE ALERT-SORT-REC
           .

           WRITE-EXCEPTION.
      *    ------------------- ONE WATCH ENTRY THAT CANNOT BE RUN -----------------
                ADD 1 TO WS-CTL-REJECTED
                MOVE WS-WL-REQUESTER TO XD-REQUESTER
                MOVE WS-WL-CITY      TO XD-CITY
                MOVE WS-WL-PRODUCT   TO XD-PRODUCT
                MOVE WS-WL-DIRECTION TO XD-DIRECTION
                MOVE WS-REASON       TO XD-REASON
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-EXC-DETAIL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE
           .

           WRITE-ALERT-NOTICES.
      *    ------------------- ONE NOTICE BLOCK PER BUYER -----------------
                OPEN OUTPUT ALERTFILE

                MOVE SPACES TO ALERT-LINE
                MOVE WS-ALERT-HEADER-1 TO ALERT-LINE
                WRITE ALERT-LINE

                MOVE SPACES TO ALERT-LINE
                MOVE WS-ALERT-DATE-LINE TO ALERT-LINE
                WRITE ALERT-LINE

                MOVE SPACES TO WS-PREV-REQUESTER
                MOVE ZERO TO WS-REQ-ALERTS
                MOVE "N" TO WS-EOF
                RETURN ALERTSORT
                    AT END MOVE "Y" TO WS-EOF
                END-RETURN
                PERFORM UNTIL WS-EOF = "Y"
                    IF AS-REQUESTER NOT = WS-PREV-REQUESTER
                        PERFORM WRITE-REQUESTER-TOTAL
                        PERFORM WRITE-REQUESTER-HEADER
                    END-IF
                    PERFORM WRITE-ALERT-DETAIL
                    RETURN ALERTSORT
                        AT END MOVE "Y" TO WS-EOF
                    END-RETURN
                END-PERFORM
                PERFORM WRITE-REQUESTER-TOTAL

                IF WS-CTL-FIRED = 0
                    MOVE SPACES TO ALERT-LINE
                    WRITE ALERT-LINE
                    MOVE 'NO ALERTS THIS RUN' TO ALERT-LINE
                    WRITE ALERT-LINE
                END-IF
                CLOSE ALERTFILE
           .

           WRITE-REQUESTER-HEADER.
      *    ------------------- START OF ONE BUYER'S NOTICE -----------------
                MOVE AS-REQUESTER TO WS-PREV-REQUESTER
                MOVE ZERO TO WS-REQ-ALERTS
                MOVE SPACES TO ALERT-LINE
                WRITE ALERT-LINE
                MOVE AS-REQUESTER TO AR-REQUESTER
                MOVE SPACES TO ALERT-LINE
                MOVE WS-ALERT-REQ-LINE TO ALERT-LINE
                WRITE ALERT-LINE
                MOVE SPACES TO ALERT-LINE
                MOVE WS-ALERT-COL-HEADER TO ALERT-LINE
                WRITE ALERT-LINE
           .

           WRITE-REQUESTER-TOTAL.
      *    ------------------- CLOSE OFF THE PREVIOUS BUYER -----------------
                IF WS-REQ-ALERTS > 0
                    MOVE WS-REQ-ALERTS TO AT-COUNT
                    MOVE SPACES TO ALERT-LINE
                    MOVE WS-ALERT-REQ-TOTAL TO ALERT-LINE
                    WRITE ALERT-LINE
                END-IF
           .

           WRITE-ALERT-DETAIL.
      *    ------------------- ONE ALERT LINE -----------------
                ADD 1 TO WS-REQ-ALERTS
                MOVE AS-CITY    TO AD-CITY
                MOVE AS-PRODUCT TO AD-PRODUCT
                MOVE ZERO   TO AD-PCT
                MOVE SPACES TO AD-PCT-SIGN
                EVALUATE AS-DIRECTION
                    WHEN 'BELOW'
                        MOVE 'AT OR BELOW' TO AD-CONDITION
                    WHEN 'ABOVE'
                        MOVE 'AT OR ABOVE' TO AD-CONDITION
                    WHEN OTHER
                        MOVE 'MOVED' TO AD-CONDITION
                        MOVE AS-MOVE-PCT TO AD-PCT
                        MOVE '%' TO AD-PCT-SIGN
                END-EVALUATE
                MOVE AS-TARGET    TO AD-TARGET
                MOVE AS-BASIS     TO AD-BASIS
                MOVE AS-PRICE     TO AD-PRICE
                MOVE AS-LOW-PRICE TO AD-LOW
                MOVE AS-AVG-PRICE TO AD-AVG
                MOVE AS-LAST-DATE TO AD-DATE
                MOVE SPACES TO ALERT-LINE
                MOVE WS-ALERT-DETAIL-LINE TO ALERT-LINE
                WRITE ALERT-LINE
           .

           SAVE-WATCH-STATE.
      *    ------------------- WRITE BACK STATE FOR LIVE WATCHES -----------------
                OPEN OUTPUT STATEFILE
                IF WS-WATCHST-FS NOT = "00"
                    PERFORM STATE-WRITE-FAILED
                END-IF
                PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                UNTIL WS-STATE-SUB > WS-STATE-COUNT
                    IF WS-SK-LIVE(WS-STATE-SUB) = 'Y'
                        MOVE WS-SK-KEY(WS-STATE-SUB) TO WS-WATCH-KEY
                        MOVE WK-REQUESTER  TO SR-REQUESTER
                        MOVE WK-ENTRY-CITY TO SR-ENTRY-CITY
                        MOVE WK-PRODUCT    TO SR-PRODUCT
                        MOVE WK-DIRECTION  TO SR-DIRECTION
                        MOVE WK-TARGET     TO SR-TARGET
                        MOVE WK-PCT        TO SR-PCT
                        MOVE WK-BASIS      TO SR-BASIS
                        MOVE WK-CITY       TO SR-CITY
                        MOVE WS-SK-STATE(WS-STATE-SUB) TO SR-STATE
                        MOVE WS-SK-PRICE(WS-STATE-SUB) TO SR-PRICE
                        MOVE WS-SK-DATE(WS-STATE-SUB)
                            TO SR-LAST-DATE
                        MOVE WS-SK-FIRED(WS-STATE-SUB)
                            TO SR-FIRED-DATE
                        MOVE SPACES TO STATE-RECORD
                        MOVE WS-STATE-DETAIL TO STATE-RECORD
                        WRITE STATE-RECORD
                        IF WS-WATCHST-FS NOT = "00"
                            PERFORM STATE-WRITE-FAILED
                        END-IF
                        ADD 1 TO WS-CTL-STATES
                    END-IF
                END-PERFORM
                CLOSE STATEFILE
           .

           STATE-WRITE-FAILED.
      *    ------------------- THE SAVED STATE CANNOT BE WRITTEN -----------------
      *    ALERTOUT IS ALREADY WRITTEN; WITHOUT ITS STATE THE NEXT RUN
      *    WOULD SEND EVERY ONE OF THOSE ALERTS AGAIN AS NEW.
                DISPLAY "BLWATCH - RUN ABORTED"
                DISPLAY "WATCHST NOT WRITABLE - STATUS " WS-WATCHST-FS
                DISPLAY "WATCHST IS NOT CURRENT - ALERTOUT ALERTS "
                    "WILL FIRE AGAIN ON THE NEXT RUN"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           .

           WRITE-WATCH-TOTALS.
      *    ------------------- WATCH RUN TOTALS -----------------
                MOVE SPACES TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'WATCHES READ      : ' TO MT-LABEL
                MOVE WS-CTL-READ TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-WATCH-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'EXCEPTIONS        : ' TO MT-LABEL
                MOVE WS-CTL-REJECTED TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-WATCH-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'PRICES CHECKED    : ' TO MT-LABEL
                MOVE WS-CTL-CHECKED TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-WATCH-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'NO PRICE ON FILE  : ' TO MT-LABEL
                MOVE WS-CTL-NOPRICE TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-WATCH-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'ALERTS FIRED      : ' TO MT-LABEL
                MOVE WS-CTL-FIRED TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-WATCH-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'ALREADY NOTIFIED  : ' TO MT-LABEL
                MOVE WS-CTL-HELD TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-WATCH-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'RE-ARMED          : ' TO MT-LABEL
                MOVE WS-CTL-REARMED TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-WATCH-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'STATES SAVED      : ' TO MT-LABEL
                MOVE WS-CTL-STATES TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-WATCH-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                IF WS-CTL-NOSTATE > 0
                    MOVE 'STATE TABLE FULL  : ' TO MT-LABEL
                    MOVE WS-CTL-NOSTATE TO MT-COUNT
                    MOVE SPACES TO EXCEPT-LINE
                    MOVE WS-WATCH-TOTAL-LINE TO EXCEPT-LINE
                    WRITE EXCEPT-LINE
                END-IF
           .
