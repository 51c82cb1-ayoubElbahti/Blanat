           IDENTIFICATION DIVISION.
           PROGRAM-ID. BLMMAINT.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    ------------------- MASTER CHANGE TRANSACTION FILE -----------------
               SELECT TRANFILE ASSIGN TO "MASTTRAN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRAN-FS.
      *    ------------------- FUTURE-DATED TRANSACTIONS HELD OVER -----------------
               SELECT PENDFILE ASSIGN TO "MASTPEND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PEND-FS.
      *    ------------------- CITY MASTER FILE -----------------
               SELECT CITYMASTER ASSIGN TO "CITYMAST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CITYMAST-FS.
      *    ------------------- PRODUCT MASTER FILE -----------------
               SELECT PRODUCTMASTER ASSIGN TO "PRODMAST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRODMAST-FS.
      *    ------------------- CITY-TO-REGION MAPPING FILE -----------------
               SELECT REGIONMASTER ASSIGN TO "REGNMAST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGNMAST-FS.
      *    ------------------- PRODUCT PRICE TOLERANCE BAND FILE -----------------
               SELECT PRODBAND ASSIGN TO "PRODBAND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRODBAND-FS.
      *    ------------------- CITY / PRODUCT ALIAS TABLE FILE -----------------
               SELECT ALIASFILE ASSIGN TO "ALIASTAB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALIAS-FS.
      *    ------------------- PERMANENT MASTER CHANGE LOG -----------------
               SELECT CHANGELOG ASSIGN TO "MASTLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MASTLOG-FS.
      *    ------------------- MAINTENANCE REPORT FILE -----------------
               SELECT MAINTFILE ASSIGN TO "MMAINTOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *    ------------------- TRANSACTION FILE DESCRIPTION -----------------
      *    ONE CHANGE PER LINE:
      *    FILE,ACTION,KEY,VALUE-1,VALUE-2,EFFECTIVE-DATE,REQUESTER
      *    FILE IS CITY, PRODUCT, REGION, BAND OR ALIAS AND ACTION IS
      *    ADD, CHG OR RET. VALUE-1 IS THE NEW NAME (CITY, PRODUCT), THE
      *    REGION (REGION), THE FLOOR (BAND) OR THE CANONICAL NAME
      *    (ALIAS). VALUE-2 IS USED ONLY FOR THE BAND CEILING.
           FD TRANFILE.
           01 TRAN-RECORD PIC X(100).
      *    ------------------- HELD TRANSACTION FILE DESCRIPTION -----------------
           FD PENDFILE.
           01 PEND-RECORD PIC X(100).
      *    ------------------- CITY MASTER FILE DESCRIPTION -----------------
           FD CITYMASTER.
           01 CITY-MASTER-RECORD PIC X(18).
      *    ------------------- PRODUCT MASTER FILE DESCRIPTION -----------------
           FD PRODUCTMASTER.
           01 PRODUCT-MASTER-RECORD PIC X(18).
      *    ------------------- REGION MAPPING FILE DESCRIPTION -----------------
           FD REGIONMASTER.
           01 REGION-MASTER-RECORD PIC X(40).
      *    ------------------- TOLERANCE BAND FILE DESCRIPTION -----------------
           FD PRODBAND.
           01 PRODBAND-RECORD PIC X(40).
      *    ------------------- ALIAS TABLE FILE DESCRIPTION -----------------
           FD ALIASFILE.
           01 ALIAS-RECORD PIC X(40).
      *    ------------------- CHANGE LOG FILE DESCRIPTION -----------------
           FD CHANGELOG.
           01 CHANGE-LOG-LINE PIC X(150).
      *    ------------------- MAINTENANCE REPORT DESCRIPTION -----------------
           FD MAINTFILE.
           01 MAINT-LINE PIC X(120).

           WORKING-STORAGE SECTION.
      *    ------------------- MASTER TABLES -----------------
      *    THE CITY AND PRODUCT LISTS HOLD EXACTLY AS MANY NAMES AS THE
      *    MAIN RUN'S TABLES DO - AN ADD PAST EITHER LIMIT IS REFUSED
      *    HERE RATHER THAN SILENTLY DROPPED BY THE MAIN RUN'S LOADER.
           01 WS-CITY-LIST.
              05 WS-CL-NAME PIC X(18) OCCURS 101 TIMES.
           01 WS-PRDT-LIST.
              05 WS-PL-NAME PIC X(18) OCCURS 94 TIMES.
           01 WS-REGION-MAP.
              05 WS-RM-ENTRY OCCURS 200 TIMES.
                 10 WS-RM-CITY   PIC X(18).
                 10 WS-RM-REGION PIC X(18).
           01 WS-BAND-TABLE.
              05 WS-BD-ENTRY OCCURS 94 TIMES.
                 10 WS-BD-PRODUCT PIC X(18).
                 10 WS-BD-FLOOR   PIC 9(6)V9(2).
                 10 WS-BD-CEIL    PIC 9(6)V9(2).
           01 WS-ALIAS-TABLE.
              05 WS-ALIAS-ENTRY OCCURS 50 TIMES.
                 10 WS-AL-VARIANT PIC X(18).
                 10 WS-AL-CANON   PIC X(18).
           01 WS-CITY-COUNT    PIC 9(3) COMP VALUE ZERO.
           01 WS-PRDT-COUNT    PIC 9(3) COMP VALUE ZERO.
           01 WS-RM-COUNT      PIC 9(3) COMP VALUE ZERO.
           01 WS-BD-COUNT      PIC 9(3) COMP VALUE ZERO.
           01 WS-ALIAS-COUNT   PIC 9(3) COMP VALUE ZERO.
      *    ------------- A MASTER IS REWRITTEN ONLY WHEN SOMETHING ON IT
      *    ------------- ACTUALLY CHANGED, SO AN OPTIONAL FILE THAT WAS
      *    ------------- NEVER THERE STAYS ABSENT ------------------------
           01 WS-CITY-CHANGED   PIC X VALUE 'N'.
           01 WS-PRDT-CHANGED   PIC X VALUE 'N'.
           01 WS-REGION-CHANGED PIC X VALUE 'N'.
           01 WS-BAND-CHANGED   PIC X VALUE 'N'.
           01 WS-ALIAS-CHANGED  PIC X VALUE 'N'.
           01 WS-REWRITE-NAME   PIC X(8).
           01 WS-REWRITE-FS     PIC X(02).
      *    ------------------- HELD-OVER TRANSACTION TABLE -----------------
           01 WS-HOLD-COUNT    PIC 9(3) COMP VALUE ZERO.
           01 WS-HOLD-TABLE.
              05 WS-HOLD-LINE PIC X(100) OCCURS 200 TIMES.
      *    ------------------- PARSED TRANSACTION FIELDS -----------------
           01 WS-TRAN-LINE     PIC X(100).
           01 WS-TR-FILE       PIC X(8).
           01 WS-TR-ACTION     PIC X(4).
           01 WS-TR-KEY        PIC X(18).
           01 WS-TR-VALUE-1    PIC X(18).
           01 WS-TR-VALUE-2    PIC X(10).
           01 WS-TR-EFF-X      PIC X(10).
           01 WS-TR-REQUESTER  PIC X(8).
           01 WS-TR-KEY-LEN    PIC 9(3) COMP VALUE ZERO.
           01 WS-TR-VAL1-LEN   PIC 9(3) COMP VALUE ZERO.
           01 WS-TR-EFF-DATE   PIC 9(8) VALUE ZERO.
           01 WS-TR-FLOOR      PIC 9(6)V9(2) VALUE ZERO.
           01 WS-TR-CEIL       PIC 9(6)V9(2) VALUE ZERO.
           01 WS-TR-OK         PIC X.
           01 WS-TR-HELD       PIC X.
           01 WS-REASON        PIC X(24).
      *    ------------------- TEMP VARIABLES -----------------
           01 WS-TRAN-FS       PIC X(02).
           01 WS-PEND-FS       PIC X(02).
           01 WS-CITYMAST-FS   PIC X(02).
           01 WS-PRODMAST-FS   PIC X(02).
           01 WS-REGNMAST-FS   PIC X(02).
           01 WS-PRODBAND-FS   PIC X(02).
           01 WS-ALIAS-FS      PIC X(02).
           01 WS-MASTLOG-FS    PIC X(02).
           01 WS-EOF           PIC X VALUE "N".
           01 WS-MAST-EOF      PIC X VALUE "N".
           01 WS-LIST-SUB      PIC 9(3) COMP VALUE ZERO.
           01 WS-SHIFT-SUB     PIC 9(3) COMP VALUE ZERO.
           01 WS-SCAN-SUB2     PIC 9(3) COMP VALUE ZERO.
           01 WS-FOUND-SUB     PIC 9(3) COMP VALUE ZERO.
           01 WS-SEARCH-NAME   PIC X(18).
           01 WS-NAME-FOUND    PIC X.
           01 WS-IN-USE        PIC X.
           01 WS-REGION-TOTAL  PIC 9(3) COMP VALUE ZERO.
           01 WS-REGION-NEW    PIC X.
           01 WS-MAP-CITY      PIC X(18).
           01 WS-MAP-REGION    PIC X(18).
           01 WS-BAND-PRODUCT  PIC X(18).
           01 WS-BAND-FLOOR    PIC 9(6)V9(2).
           01 WS-BAND-CEIL     PIC 9(6)V9(2).
           01 WS-AMOUNT-X      PIC X(10).
           01 WS-AMOUNT        PIC 9(6)V9(2).
           01 WS-AMOUNT-OK     PIC X.
           01 WS-AMOUNT-ED     PIC 9(6).9(2).
           01 WS-AMOUNT-ED2    PIC 9(6).9(2).
           01 WS-SCAN-SUB      PIC 9(2) COMP VALUE ZERO.
           01 WS-SCAN-CHAR     PIC X(1).
           01 WS-SCAN-DIGITS   PIC 9(2) COMP VALUE ZERO.
           01 WS-SCAN-DOTS     PIC 9(2) COMP VALUE ZERO.
           01 WS-CURRENT-DATE-DATA.
                 05  WS-CURRENT-DATE.
                     10  WS-CURRENT-YEAR           PIC 9(04).
                     10  WS-CURRENT-MONTH          PIC 9(02).
                     10  WS-CURRENT-DAY            PIC 9(02).
                 05  WS-CURRENT-TIME.
                     10  WS-CURRENT-HMS            PIC 9(06).
                     10  FILLER                    PIC X(02).
           01 WS-TODAY         PIC 9(8) VALUE ZERO.
      *    ------------------- CALENDAR CHECK WORK AREAS -----------------
           01 WS-DATE-VALID    PIC X VALUE 'Y'.
           01 WS-VAL-DATE.
              05 WS-VAL-YEAR   PIC 9(4).
              05 WS-VAL-MONTH  PIC 9(2).
              05 WS-VAL-DAY    PIC 9(2).
           01 WS-MONTH-DAYS-LIT PIC X(24) VALUE
              '312831303130313130313031'.
           01 WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-DAYS-LIT.
              05 WS-MONTH-DAYS  PIC 9(2) OCCURS 12 TIMES.
           01 WS-MAX-DAY       PIC 9(2).
           01 WS-LEAP-QUOT     PIC 9(4).
           01 WS-LEAP-REM      PIC 9(4).
      *    ------------------- CHANGE LOG WORK AREAS -----------------
      *    ONE LINE PER MASTER CHANGE, NEVER REWRITTEN: WHEN IT RAN,
      *    WHEN IT TOOK EFFECT, WHO ASKED, WHICH FILE AND KEY, AND THE
      *    VALUE BEFORE AND AFTER. A RENAME THAT CARRIES THROUGH TO THE
      *    REGION MAP OR ALIAS TABLE LOGS EACH CARRIED LINE AS WELL.
           01 WS-LOG-FILE      PIC X(8).
           01 WS-LOG-ACTION    PIC X(3).
           01 WS-LOG-KEY       PIC X(18).
           01 WS-LOG-BEFORE    PIC X(30).
           01 WS-LOG-AFTER     PIC X(30).
           01 WS-CHANGE-LOG-DETAIL.
              05 LG-RUN-DATE     PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 LG-RUN-TIME     PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 LG-EFF-DATE     PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 LG-REQUESTER    PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 LG-FILE         PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 LG-ACTION       PIC X(3).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 LG-KEY          PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 LG-BEFORE       PIC X(30).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 LG-AFTER        PIC X(30).
      *    ------------------- MAINTENANCE TOTALS -----------------
           01 WS-CTL-READ      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-PENDING   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-APPLIED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-REJECTED  PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-HELD      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-LOGGED    PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT    PIC Z,ZZZ,ZZ9.
      *    ------------------- REPORT WORK AREAS -----------------
           01 WS-MAINT-HEADER-1.
              05 FILLER          PIC X(44) VALUE
                 'BLMMAINT  -  REFERENCE  MASTER  MAINTENANCE'.
           01 WS-MAINT-DATE-LINE.
              05 FILLER          PIC X(10) VALUE 'RUN DATE :'.
              05 MH-YEAR         PIC 9(04).
              05 FILLER          PIC X(01) VALUE '-'.
              05 MH-MONTH        PIC 9(02).
              05 FILLER          PIC X(01) VALUE '-'.
              05 MH-DAY          PIC 9(02).
           01 WS-MAINT-COL-HEADER.
              05 FILLER          PIC X(09) VALUE 'STATUS'.
              05 FILLER          PIC X(09) VALUE 'FILE'.
              05 FILLER          PIC X(04) VALUE 'ACT'.
              05 FILLER          PIC X(19) VALUE 'KEY'.
              05 FILLER          PIC X(19) VALUE 'VALUE'.
              05 FILLER          PIC X(09) VALUE 'EFFECTIV'.
              05 FILLER          PIC X(09) VALUE 'REQUESTR'.
              05 FILLER          PIC X(24) VALUE 'REASON'.
           01 WS-MAINT-DETAIL-LINE.
              05 MD-STATUS       PIC X(08).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MD-FILE         PIC X(08).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MD-ACTION       PIC X(03).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MD-KEY          PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MD-VALUE        PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MD-EFF-DATE     PIC X(08).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MD-REQUESTER    PIC X(08).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MD-REASON       PIC X(24).
           01 WS-MAINT-TOTAL-LINE.
              05 MT-LABEL        PIC X(20).
              05 MT-COUNT        PIC Z,ZZZ,ZZ9.

           PROCEDURE DIVISION.
           MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             MOVE WS-CURRENT-DATE TO WS-TODAY

      *    ------------- THE MAIN RUN FALLS BACK TO ITS LITERAL SEED
      *    ------------- LISTS WHEN A NAME MASTER IS ABSENT - WRITING A
      *    ------------- PARTIAL ONE FROM HERE WOULD RETIRE THE REST, SO
      *    ------------- NO MASTER LISTS MEANS NO MAINTENANCE RUN -------
             PERFORM LOAD-CITY-LIST
             PERFORM LOAD-PRODUCT-LIST
             IF WS-CITY-COUNT = 0 OR WS-PRDT-COUNT = 0
                 DISPLAY "BLMMAINT - RUN ABORTED"
                 DISPLAY "CITYMAST OR PRODMAST MISSING OR EMPTY"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             PERFORM LOAD-REGION-MAP
             PERFORM LOAD-BAND-TABLE
             PERFORM LOAD-ALIAS-TABLE

             PERFORM OPEN-MAINT-REPORT
             PERFORM OPEN-CHANGE-LOG

      *    ------------- HELD TRANSACTIONS FROM EARLIER RUNS GO FIRST -
      *    ------------- THEY WERE SUBMITTED BEFORE ANYTHING ON TODAY'S
      *    ------------- TRANSACTION FILE ------------------------------
             PERFORM PROCESS-PENDING
             PERFORM PROCESS-TRANSACTIONS

             CLOSE CHANGELOG
             PERFORM REWRITE-MASTERS
             PERFORM WRITE-PENDING
             PERFORM WRITE-MAINT-TOTALS
             CLOSE MAINTFILE

             MOVE WS-CTL-APPLIED TO WS-COUNT-EDIT
             DISPLAY "BLMMAINT - TRANSACTIONS APPLIED  : " WS-COUNT-EDIT
             MOVE WS-CTL-REJECTED TO WS-COUNT-EDIT
             DISPLAY "BLMMAINT - TRANSACTIONS REJECTED : " WS-COUNT-EDIT
             MOVE WS-CTL-HELD TO WS-COUNT-EDIT
             DISPLAY "BLMMAINT - TRANSACTIONS HELD     : " WS-COUNT-EDIT

      *    ------------------- SCHEDULER RETURN CODE -----------------
      *    0 = EVERY TRANSACTION APPLIED OR HELD, 4 = SOME REJECTED,
      *    8 = NOTHING TO PROCESS, 12 = ABORTED RUN.
             MOVE ZERO TO RETURN-CODE
             IF WS-CTL-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
             END-IF
             IF WS-CTL-READ = 0 AND WS-CTL-PENDING = 0
                 DISPLAY "BLMMAINT - NO TRANSACTIONS TO PROCESS"
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
                    IF WS-MAST-EOF NOT = "Y"
                        CLOSE CITYMASTER
                        DISPLAY "BLMMAINT - RUN ABORTED"
                        DISPLAY "CITYMAST HOLDS MORE THAN 101 CITIES"
                        DISPLAY "NO MASTER FILE HAS BEEN REWRITTEN"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    CLOSE CITYMASTER
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
                    IF WS-MAST-EOF NOT = "Y"
                        CLOSE PRODUCTMASTER
                        DISPLAY "BLMMAINT - RUN ABORTED"
                        DISPLAY "PRODMAST HOLDS MORE THAN 94 PRODUCTS"
                        DISPLAY "NO MASTER FILE HAS BEEN REWRITTEN"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    CLOSE PRODUCTMASTER
                END-IF
           .

           LOAD-REGION-MAP.
      *    ------------------- LOAD CITY-TO-REGION MAPPING -----------------
      *    EACH LINE CARRIES CITY,REGION. AN INCOMPLETE PAIR IS NOT
      *    CARRIED - THE MAIN RUN IGNORES IT ANYWAY.
                MOVE ZERO TO WS-RM-COUNT
                MOVE "N" TO WS-MAST-EOF
                OPEN INPUT REGIONMASTER
                IF WS-REGNMAST-FS = "00"
                    READ REGIONMASTER
                        AT END MOVE "Y" TO WS-MAST-EOF
                    END-READ
                    PERFORM UNTIL WS-MAST-EOF = "Y"
                        OR WS-RM-COUNT >= 200
                        MOVE SPACES TO WS-MAP-CITY
                        MOVE SPACES TO WS-MAP-REGION
                        UNSTRING REGION-MASTER-RECORD DELIMITED BY ","
                            INTO WS-MAP-CITY,
                                 WS-MAP-REGION
                        IF WS-MAP-CITY NOT = SPACES
                            AND WS-MAP-REGION NOT = SPACES
                            ADD 1 TO WS-RM-COUNT
                            MOVE WS-MAP-CITY
                                TO WS-RM-CITY(WS-RM-COUNT)
                            MOVE WS-MAP-REGION
                                TO WS-RM-REGION(WS-RM-COUNT)
                        END-IF
                        READ REGIONMASTER
                            AT END MOVE "Y" TO WS-MAST-EOF
                        END-READ
                    END-PERFORM
                    IF WS-MAST-EOF NOT = "Y"
                        CLOSE REGIONMASTER
                        DISPLAY "BLMMAINT - RUN ABORTED"
                        DISPLAY "REGNMAST HOLDS MORE THAN 200 "
                            "CITY MAPPINGS"
                        DISPLAY "NO MASTER FILE HAS BEEN REWRITTEN"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    CLOSE REGIONMASTER
                END-IF
           .

           LOAD-BAND-TABLE.
      *    ------------------- LOAD PRODUCT TOLERANCE BANDS -----------------
      *    EACH LINE CARRIES PRODUCT,FLOOR,CEILING. A LINE THE MAIN RUN
      *    WOULD DISCARD (CEILING NOT ABOVE FLOOR) IS STILL CARRIED, SO
      *    A CHG CAN REPAIR IT AND THE LOG SHOWS WHAT IT USED TO BE.
                MOVE ZERO TO WS-BD-COUNT
                MOVE "N" TO WS-MAST-EOF
                OPEN INPUT PRODBAND
                IF WS-PRODBAND-FS = "00"
                    READ PRODBAND
                        AT END MOVE "Y" TO WS-MAST-EOF
                    END-READ
                    PERFORM UNTIL WS-MAST-EOF = "Y"
                        OR WS-BD-COUNT >= 94
                        MOVE SPACES TO WS-BAND-PRODUCT
                        MOVE ZERO   TO WS-BAND-FLOOR
                        MOVE ZERO   TO WS-BAND-CEIL
                        UNSTRING PRODBAND-RECORD DELIMITED BY ","
                            INTO WS-BAND-PRODUCT,
                                 WS-BAND-FLOOR,
                                 WS-BAND-CEIL
                        IF WS-BAND-PRODUCT NOT = SPACES
                            ADD 1 TO WS-BD-COUNT
                            MOVE WS-BAND-PRODUCT
                                TO WS-BD-PRODUCT(WS-BD-COUNT)
                            MOVE WS-BAND-FLOOR
                                TO WS-BD-FLOOR(WS-BD-COUNT)
                            MOVE WS-BAND-CEIL
                                TO WS-BD-CEIL(WS-BD-COUNT)
                        END-IF
                        READ PRODBAND
                            AT END MOVE "Y" TO WS-MAST-EOF
                        END-READ
                    END-PERFORM
                    IF WS-MAST-EOF NOT = "Y"
                        CLOSE PRODBAND
                        DISPLAY "BLMMAINT - RUN ABORTED"
                        DISPLAY "PRODBAND HOLDS MORE THAN 94 "
                            "PRODUCT BANDS"
                        DISPLAY "NO MASTER FILE HAS BEEN REWRITTEN"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    CLOSE PRODBAND
                END-IF
           .

           LOAD-ALIAS-TABLE.
      *    ------------------- LOAD VARIANT -> CANONICAL NAME PAIRS -----------------
                MOVE ZERO TO WS-ALIAS-COUNT
                MOVE "N" TO WS-MAST-EOF
                OPEN INPUT ALIASFILE
                IF WS-ALIAS-FS = "00"
                    READ ALIASFILE
                        AT END MOVE "Y" TO WS-MAST-EOF
                    END-READ
                    PERFORM UNTIL WS-MAST-EOF = "Y"
                        OR WS-ALIAS-COUNT >= 50
                        ADD 1 TO WS-ALIAS-COUNT
                        MOVE SPACES
                            TO WS-AL-VARIANT(WS-ALIAS-COUNT)
                        MOVE SPACES
                            TO WS-AL-CANON(WS-ALIAS-COUNT)
                        UNSTRING ALIAS-RECORD DELIMITED BY ","
                            INTO WS-AL-VARIANT(WS-ALIAS-COUNT),
                                 WS-AL-CANON(WS-ALIAS-COUNT)
      *    ------------- AN INCOMPLETE PAIR MUST NEVER BLANK A NAME -------
                        IF WS-AL-VARIANT(WS-ALIAS-COUNT) = SPACES
                            OR WS-AL-CANON(WS-ALIAS-COUNT) = SPACES
                            SUBTRACT 1 FROM WS-ALIAS-COUNT
                        END-IF
                        READ ALIASFILE
                            AT END MOVE "Y" TO WS-MAST-EOF
                        END-READ
                    END-PERFORM
                    IF WS-MAST-EOF NOT = "Y"
                        CLOSE ALIASFILE
                        DISPLAY "BLMMAINT - RUN ABORTED"
                        DISPLAY "ALIASTAB HOLDS MORE THAN 50 "
                            "ALIAS PAIRS"
                        DISPLAY "NO MASTER FILE HAS BEEN REWRITTEN"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    CLOSE ALIASFILE
                END-IF
           .

           OPEN-CHANGE-LOG.
      *    ------------------- PERMANENT LOG - ALWAYS APPENDED -----------------
                OPEN EXTEND CHANGELOG
                IF WS-MASTLOG-FS NOT = "00"
                    OPEN OUTPUT CHANGELOG
                END-IF
                IF WS-MASTLOG-FS NOT = "00"
                    DISPLAY "BLMMAINT - RUN ABORTED"
                    DISPLAY "MASTLOG NOT WRITABLE - STATUS "
                        WS-MASTLOG-FS
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
           .

           PROCESS-PENDING.
      *    ------------------- REPLAY TRANSACTIONS HELD BY EARLIER RUNS -----------------
                MOVE "N" TO WS-EOF
                OPEN INPUT PENDFILE
                IF WS-PEND-FS = "00"
                    READ PENDFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                    PERFORM UNTIL WS-EOF = "Y"
                        IF PEND-RECORD NOT = SPACES
                            ADD 1 TO WS-CTL-PENDING
                            MOVE PEND-RECORD TO WS-TRAN-LINE
                            PERFORM PROCESS-ONE-TRAN
                        END-IF
                        READ PENDFILE
                            AT END MOVE "Y" TO WS-EOF
                        END-READ
                    END-PERFORM
                    CLOSE PENDFILE
                END-IF
           .

           PROCESS-TRANSACTIONS.
      *    ------------------- TODAY'S TRANSACTIONS, IN FILE ORDER -----------------
                MOVE "N" TO WS-EOF
                OPEN INPUT TRANFILE
                IF WS-TRAN-FS = "00"
                    READ TRANFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                    PERFORM UNTIL WS-EOF = "Y"
      *    ------------- A BLANK LINE OR A '*' LINE IS A COMMENT -----------------
                        IF TRAN-RECORD NOT = SPACES
                            AND TRAN-RECORD(1:1) NOT = '*'
                            ADD 1 TO WS-CTL-READ
                            MOVE TRAN-RECORD TO WS-TRAN-LINE
                            PERFORM PROCESS-ONE-TRAN
                        END-IF
                        READ TRANFILE
                            AT END MOVE "Y" TO WS-EOF
                        END-READ
                    END-PERFORM
                    CLOSE TRANFILE
                ELSE
                    DISPLAY "BLMMAINT - MASTTRAN MISSING - HELD "
                        "TRANSACTIONS ONLY"
                END-IF
           .

           PROCESS-ONE-TRAN.
      *    ------------------- EDIT, HOLD OR APPLY ONE TRANSACTION -----------------
      *    THE COMMON FIELDS ARE CHECKED FIRST. A TRANSACTION EFFECTIVE
      *    AFTER TODAY IS HELD OVER UNTOUCHED; ANYTHING ELSE IS ROUTED
      *    TO ITS MASTER'S VALIDATION AND EITHER APPLIED OR REJECTED.
                MOVE 'Y' TO WS-TR-OK
                MOVE 'N' TO WS-TR-HELD
                MOVE SPACES TO WS-REASON
                MOVE SPACES TO WS-TR-FILE
                MOVE SPACES TO WS-TR-ACTION
                MOVE SPACES TO WS-TR-KEY
                MOVE SPACES TO WS-TR-VALUE-1
                MOVE SPACES TO WS-TR-VALUE-2
                MOVE SPACES TO WS-TR-EFF-X
                MOVE SPACES TO WS-TR-REQUESTER
                MOVE ZERO TO WS-TR-KEY-LEN
                MOVE ZERO TO WS-TR-VAL1-LEN
                MOVE ZERO TO WS-TR-EFF-DATE
                UNSTRING WS-TRAN-LINE DELIMITED BY ","
                    INTO WS-TR-FILE,
                         WS-TR-ACTION,
                         WS-TR-KEY COUNT IN WS-TR-KEY-LEN,
                         WS-TR-VALUE-1 COUNT IN WS-TR-VAL1-LEN,
                         WS-TR-VALUE-2,
                         WS-TR-EFF-X,
                         WS-TR-REQUESTER

                IF WS-TR-REQUESTER = SPACES
                    MOVE 'REQUESTER MISSING' TO WS-REASON
                    MOVE 'N' TO WS-TR-OK
                END-IF
                IF WS-TR-OK = 'Y'
                    AND WS-TR-ACTION NOT = 'ADD'
                    AND WS-TR-ACTION NOT = 'CHG'
                    AND WS-TR-ACTION NOT = 'RET'
                    MOVE 'UNKNOWN ACTION' TO WS-REASON
                    MOVE 'N' TO WS-TR-OK
                END-IF
                IF WS-TR-OK = 'Y' AND WS-TR-KEY = SPACES
                    MOVE 'KEY MISSING' TO WS-REASON
                    MOVE 'N' TO WS-TR-OK
                END-IF
      *    ------------- A NAME LONGER THAN THE MASTERS HOLD WOULD BE
      *    ------------- STORED TRUNCATED AND NEVER MATCH A FEED ---------
                IF WS-TR-OK = 'Y'
                    AND (WS-TR-KEY-LEN > 18 OR WS-TR-VAL1-LEN > 18)
                    MOVE 'NAME LONGER THAN 18' TO WS-REASON
                    MOVE 'N' TO WS-TR-OK
                END-IF
                IF WS-TR-OK = 'Y'
                    PERFORM CHECK-EFF-DATE
                END-IF
                IF WS-TR-OK = 'Y' AND WS-TR-EFF-DATE > WS-TODAY
                    PERFORM HOLD-TRANSACTION
                END-IF

                IF WS-TR-OK = 'Y' AND WS-TR-HELD = 'N'
                    EVALUATE WS-TR-FILE
                        WHEN 'CITY'
                            PERFORM APPLY-CITY-TRAN
                        WHEN 'PRODUCT'
                            PERFORM APPLY-PRODUCT-TRAN
                        WHEN 'REGION'
                            PERFORM APPLY-REGION-TRAN
                        WHEN 'BAND'
                            PERFORM APPLY-BAND-TRAN
                        WHEN 'ALIAS'
                            PERFORM APPLY-ALIAS-TRAN
                        WHEN OTHER
                            MOVE 'UNKNOWN MASTER FILE' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                    END-EVALUATE
                END-IF

                EVALUATE TRUE
                    WHEN WS-TR-HELD = 'Y'
                        MOVE 'HELD' TO MD-STATUS
                        MOVE 'EFFECTIVE LATER' TO WS-REASON
                    WHEN WS-TR-OK = 'Y'
                        ADD 1 TO WS-CTL-APPLIED
                        MOVE 'APPLIED' TO MD-STATUS
                    WHEN OTHER
                        ADD 1 TO WS-CTL-REJECTED
                        MOVE 'REJECTED' TO MD-STATUS
                END-EVALUATE
                PERFORM WRITE-TRAN-DETAIL
           .

           CHECK-EFF-DATE.
      *    ------------------- REAL CALENDAR CHECK ON THE EFFECTIVE DATE -----------------
      *    SAME RULES AS THE FEED EDIT EXCEPT THAT A FUTURE DATE IS
      *    LEGITIMATE HERE - IT MEANS HOLD THE CHANGE UNTIL THEN.
                MOVE 'Y' TO WS-DATE-VALID
                IF WS-TR-EFF-X(1:8) IS NOT NUMERIC
                    OR WS-TR-EFF-X(9:2) NOT = SPACES
                    MOVE 'N' TO WS-DATE-VALID
                ELSE
                    MOVE WS-TR-EFF-X(1:8) TO WS-TR-EFF-DATE
                    MOVE WS-TR-EFF-DATE TO WS-VAL-DATE
                    IF WS-VAL-MONTH < 1 OR WS-VAL-MONTH > 12
                        MOVE 'N' TO WS-DATE-VALID
                    ELSE
                        MOVE WS-MONTH-DAYS(WS-VAL-MONTH) TO WS-MAX-DAY
                        IF WS-VAL-MONTH = 2
                            DIVIDE WS-VAL-YEAR BY 4
                                GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                            IF WS-LEAP-REM = 0
                                DIVIDE WS-VAL-YEAR BY 100
                                    GIVING WS-LEAP-QUOT
                                    REMAINDER WS-LEAP-REM
                                IF WS-LEAP-REM NOT = 0
                                    MOVE 29 TO WS-MAX-DAY
                                ELSE
                                    DIVIDE WS-VAL-YEAR BY 400
                                        GIVING WS-LEAP-QUOT
                                        REMAINDER WS-LEAP-REM
                                    IF WS-LEAP-REM = 0
                                        MOVE 29 TO WS-MAX-DAY
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                        IF WS-VAL-DAY < 1 OR WS-VAL-DAY > WS-MAX-DAY
                            MOVE 'N' TO WS-DATE-VALID
                        END-IF
                    END-IF
                END-IF
                IF WS-DATE-VALID = 'N'
                    MOVE 'INVALID EFFECTIVE DATE' TO WS-REASON
                    MOVE 'N' TO WS-TR-OK
                END-IF
           .

           HOLD-TRANSACTION.
      *    ------------------- CARRY A FUTURE-DATED CHANGE TO NEXT RUN -----------------
                IF WS-HOLD-COUNT < 200
                    ADD 1 TO WS-HOLD-COUNT
                    MOVE WS-TRAN-LINE TO WS-HOLD-LINE(WS-HOLD-COUNT)
                    ADD 1 TO WS-CTL-HELD
                    MOVE 'Y' TO WS-TR-HELD
                ELSE
                    MOVE 'HOLD TABLE FULL' TO WS-REASON
                    MOVE 'N' TO WS-TR-OK
                END-IF
           .

           APPLY-CITY-TRAN.
      *    ------------------- ADD, RENAME OR RETIRE A CITY -----------------
      *    A CITY STILL MAPPED ON REGNMAST OR STILL THE TARGET OF AN
      *    ALIAS CANNOT BE RETIRED - THE MAPPING OR ALIAS MUST GO FIRST.
      *    A RENAME CARRIES THROUGH TO BOTH, SO NOTHING IS ORPHANED.
                MOVE WS-TR-KEY TO WS-SEARCH-NAME
                PERFORM FIND-CITY
                MOVE WS-FOUND-SUB TO WS-LIST-SUB
                EVALUATE WS-TR-ACTION
                    WHEN 'ADD'
                        IF WS-LIST-SUB > 0
                            MOVE 'CITY ALREADY ON MASTER' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y' AND WS-CITY-COUNT >= 101
                            MOVE 'CITY LIMIT 101 REACHED' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            PERFORM CHECK-NOT-VARIANT
                        END-IF
                        IF WS-TR-OK = 'Y'
                            ADD 1 TO WS-CITY-COUNT
                            MOVE WS-TR-KEY TO WS-CL-NAME(WS-CITY-COUNT)
                            MOVE SPACES TO WS-LOG-BEFORE
                            MOVE WS-TR-KEY TO WS-LOG-AFTER
                        END-IF
                    WHEN 'CHG'
                        IF WS-LIST-SUB = 0
                            MOVE 'CITY NOT ON MASTER' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y' AND WS-TR-VALUE-1 = SPACES
                            MOVE 'NEW NAME MISSING' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            MOVE WS-TR-VALUE-1 TO WS-SEARCH-NAME
                            PERFORM FIND-CITY
                            IF WS-FOUND-SUB > 0
                                MOVE 'NEW NAME ALREADY ON MASTER'
                                    TO WS-REASON
                                MOVE 'N' TO WS-TR-OK
                            END-IF
                        END-IF
                        IF WS-TR-OK = 'Y'
                            PERFORM CHECK-NOT-VARIANT
                        END-IF
                        IF WS-TR-OK = 'Y'
                            MOVE WS-TR-VALUE-1
                                TO WS-CL-NAME(WS-LIST-SUB)
                            MOVE WS-TR-KEY TO WS-LOG-BEFORE
                            MOVE WS-TR-VALUE-1 TO WS-LOG-AFTER
                        END-IF
                    WHEN 'RET'
                        IF WS-LIST-SUB = 0
                            MOVE 'CITY NOT ON MASTER' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            MOVE WS-TR-KEY TO WS-SEARCH-NAME
                            PERFORM FIND-REGION-CITY
                            IF WS-FOUND-SUB > 0
                                MOVE 'CITY STILL IN REGNMAST'
                                    TO WS-REASON
                                MOVE 'N' TO WS-TR-OK
                            END-IF
                        END-IF
                        IF WS-TR-OK = 'Y'
                            PERFORM CHECK-ALIAS-TARGET
                        END-IF
                        IF WS-TR-OK = 'Y'
                            PERFORM VARYING WS-SHIFT-SUB
                                FROM WS-LIST-SUB BY 1
                                UNTIL WS-SHIFT-SUB >= WS-CITY-COUNT
                                MOVE WS-CL-NAME(WS-SHIFT-SUB + 1)
                                    TO WS-CL-NAME(WS-SHIFT-SUB)
                            END-PERFORM
                            MOVE SPACES TO WS-CL-NAME(WS-CITY-COUNT)
                            SUBTRACT 1 FROM WS-CITY-COUNT
                            MOVE WS-TR-KEY TO WS-LOG-BEFORE
                            MOVE SPACES TO WS-LOG-AFTER
                        END-IF
                END-EVALUATE
                IF WS-TR-OK = 'Y'
                    MOVE 'Y' TO WS-CITY-CHANGED
                    MOVE 'CITY' TO WS-LOG-FILE
                    MOVE WS-TR-ACTION TO WS-LOG-ACTION
                    MOVE WS-TR-KEY TO WS-LOG-KEY
                    PERFORM WRITE-CHANGE-LOG
                    IF WS-TR-ACTION = 'CHG'
                        PERFORM CARRY-CITY-RENAME
                    END-IF
                END-IF
           .

           CARRY-CITY-RENAME.
      *    ------------------- FOLLOW A CITY RENAME ONTO REGNMAST AND ALIASTAB -----------------
                PERFORM VARYING WS-SCAN-SUB2 FROM 1 BY 1
                UNTIL WS-SCAN-SUB2 > WS-RM-COUNT
                    IF WS-RM-CITY(WS-SCAN-SUB2) = WS-TR-KEY
                        MOVE WS-TR-VALUE-1 TO WS-RM-CITY(WS-SCAN-SUB2)
                        MOVE 'Y' TO WS-REGION-CHANGED
                        MOVE 'REGION' TO WS-LOG-FILE
                        MOVE 'CHG' TO WS-LOG-ACTION
                        MOVE WS-TR-VALUE-1 TO WS-LOG-KEY
                        MOVE SPACES TO WS-LOG-BEFORE
                        STRING WS-TR-KEY DELIMITED BY SPACE
                            ',' DELIMITED BY SIZE
                            WS-RM-REGION(WS-SCAN-SUB2)
                                DELIMITED BY SPACE
                            INTO WS-LOG-BEFORE
                        MOVE SPACES TO WS-LOG-AFTER
                        STRING WS-TR-VALUE-1 DELIMITED BY SPACE
                            ',' DELIMITED BY SIZE
                            WS-RM-REGION(WS-SCAN-SUB2)
                                DELIMITED BY SPACE
                            INTO WS-LOG-AFTER
                        PERFORM WRITE-CHANGE-LOG
                    END-IF
                END-PERFORM
                PERFORM CARRY-ALIAS-RENAME
           .

           CARRY-ALIAS-RENAME.
      *    ------------------- REPOINT EVERY ALIAS AT THE NEW NAME -----------------
                PERFORM VARYING WS-SCAN-SUB2 FROM 1 BY 1
                UNTIL WS-SCAN-SUB2 > WS-ALIAS-COUNT
                    IF WS-AL-CANON(WS-SCAN-SUB2) = WS-TR-KEY
                        MOVE WS-TR-VALUE-1 TO WS-AL-CANON(WS-SCAN-SUB2)
                        MOVE 'Y' TO WS-ALIAS-CHANGED
                        MOVE 'ALIAS' TO WS-LOG-FILE
                        MOVE 'CHG' TO WS-LOG-ACTION
                        MOVE WS-AL-VARIANT(WS-SCAN-SUB2) TO WS-LOG-KEY
                        MOVE WS-TR-KEY TO WS-LOG-BEFORE
                        MOVE WS-TR-VALUE-1 TO WS-LOG-AFTER
                        PERFORM WRITE-CHANGE-LOG
                    END-IF
                END-PERFORM
           .

           APPLY-PRODUCT-TRAN.
      *    ------------------- ADD, RENAME OR RETIRE A PRODUCT -----------------
      *    A PRODUCT STILL CARRYING A TOLERANCE BAND OR STILL THE TARGET
      *    OF AN ALIAS CANNOT BE RETIRED. A RENAME CARRIES THE BAND AND
      *    THE ALIASES ACROSS TO THE NEW NAME.
                MOVE WS-TR-KEY TO WS-SEARCH-NAME
                PERFORM FIND-PRODUCT
                MOVE WS-FOUND-SUB TO WS-LIST-SUB
                EVALUATE WS-TR-ACTION
                    WHEN 'ADD'
                        IF WS-LIST-SUB > 0
                            MOVE 'PRODUCT ALREADY ON MASTER'
                                TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y' AND WS-PRDT-COUNT >= 94
                            MOVE 'PRODUCT LIMIT 94 REACHED' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            PERFORM CHECK-NOT-VARIANT
                        END-IF
                        IF WS-TR-OK = 'Y'
                            ADD 1 TO WS-PRDT-COUNT
                            MOVE WS-TR-KEY TO WS-PL-NAME(WS-PRDT-COUNT)
                            MOVE SPACES TO WS-LOG-BEFORE
                            MOVE WS-TR-KEY TO WS-LOG-AFTER
                        END-IF
                    WHEN 'CHG'
                        IF WS-LIST-SUB = 0
                            MOVE 'PRODUCT NOT ON MASTER' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y' AND WS-TR-VALUE-1 = SPACES
                            MOVE 'NEW NAME MISSING' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            MOVE WS-TR-VALUE-1 TO WS-SEARCH-NAME
                            PERFORM FIND-PRODUCT
                            IF WS-FOUND-SUB > 0
                                MOVE 'NEW NAME ALREADY ON MASTER'
                                    TO WS-REASON
                                MOVE 'N' TO WS-TR-OK
                            END-IF
                        END-IF
                        IF WS-TR-OK = 'Y'
                            PERFORM CHECK-NOT-VARIANT
                        END-IF
                        IF WS-TR-OK = 'Y'
                            MOVE WS-TR-VALUE-1
                                TO WS-PL-NAME(WS-LIST-SUB)
                            MOVE WS-TR-KEY TO WS-LOG-BEFORE
                            MOVE WS-TR-VALUE-1 TO WS-LOG-AFTER
                        END-IF
                    WHEN 'RET'
                        IF WS-LIST-SUB = 0
                            MOVE 'PRODUCT NOT ON MASTER' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            MOVE WS-TR-KEY TO WS-SEARCH-NAME
                            PERFORM FIND-BAND
                            IF WS-FOUND-SUB > 0
                                MOVE 'PRODUCT STILL IN PRODBAND'
                                    TO WS-REASON
                                MOVE 'N' TO WS-TR-OK
                            END-IF
                        END-IF
                        IF WS-TR-OK = 'Y'
                            PERFORM CHECK-ALIAS-TARGET
                        END-IF
                        IF WS-TR-OK = 'Y'
                            PERFORM VARYING WS-SHIFT-SUB
                                FROM WS-LIST-SUB BY 1
                                UNTIL WS-SHIFT-SUB >= WS-PRDT-COUNT
                                MOVE WS-PL-NAME(WS-SHIFT-SUB + 1)
                                    TO WS-PL-NAME(WS-SHIFT-SUB)
                            END-PERFORM
                            MOVE SPACES TO WS-PL-NAME(WS-PRDT-COUNT)
                            SUBTRACT 1 FROM WS-PRDT-COUNT
                            MOVE WS-TR-KEY TO WS-LOG-BEFORE
                            MOVE SPACES TO WS-LOG-AFTER
                        END-IF
                END-EVALUATE
                IF WS-TR-OK = 'Y'
                    MOVE 'Y' TO WS-PRDT-CHANGED
                    MOVE 'PRODUCT' TO WS-LOG-FILE
                    MOVE WS-TR-ACTION TO WS-LOG-ACTION
                    MOVE WS-TR-KEY TO WS-LOG-KEY
                    PERFORM WRITE-CHANGE-LOG
                    IF WS-TR-ACTION = 'CHG'
                        PERFORM CARRY-PRODUCT-RENAME
                    END-IF
                END-IF
           .

           CARRY-PRODUCT-RENAME.
      *    ------------------- FOLLOW A PRODUCT RENAME ONTO PRODBAND AND ALIASTAB -----------------
                MOVE WS-TR-KEY TO WS-SEARCH-NAME
                PERFORM FIND-BAND
                IF WS-FOUND-SUB > 0
                    MOVE WS-TR-VALUE-1 TO WS-BD-PRODUCT(WS-FOUND-SUB)
                    MOVE 'Y' TO WS-BAND-CHANGED
                    MOVE 'BAND' TO WS-LOG-FILE
                    MOVE 'CHG' TO WS-LOG-ACTION
                    MOVE WS-TR-VALUE-1 TO WS-LOG-KEY
                    MOVE WS-TR-KEY TO WS-LOG-BEFORE
                    MOVE WS-TR-VALUE-1 TO WS-LOG-AFTER
                    PERFORM WRITE-CHANGE-LOG
                END-IF
                PERFORM CARRY-ALIAS-RENAME
           .

           APPLY-REGION-TRAN.
      *    ------------------- MAP, REMAP OR UNMAP A CITY'S REGION -----------------
      *    THE KEY IS THE CITY AND VALUE-1 THE REGION. ONLY A CITY ON
      *    CITYMAST CAN BE MAPPED, AND NO MORE THAN 24 NAMED REGIONS
      *    MAY EXIST - THE MAIN RUN'S 25TH SLOT IS ITS UNASSIGNED BUCKET.
                MOVE WS-TR-KEY TO WS-SEARCH-NAME
                PERFORM FIND-REGION-CITY
                MOVE WS-FOUND-SUB TO WS-LIST-SUB
                IF WS-TR-ACTION NOT = 'RET'
                    IF WS-TR-VALUE-1 = SPACES
                        MOVE 'REGION MISSING' TO WS-REASON
                        MOVE 'N' TO WS-TR-OK
                    END-IF
                    IF WS-TR-OK = 'Y'
                        PERFORM FIND-CITY
                        IF WS-FOUND-SUB = 0
                            MOVE 'CITY NOT ON MASTER' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                    END-IF
                    IF WS-TR-OK = 'Y'
                        PERFORM COUNT-REGIONS
                        IF WS-REGION-NEW = 'Y'
                            AND WS-REGION-TOTAL >= 24
                            MOVE 'REGION LIMIT 24 REACHED' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                    END-IF
                END-IF
                EVALUATE WS-TR-ACTION
                    WHEN 'ADD'
                        IF WS-TR-OK = 'Y' AND WS-LIST-SUB > 0
                            MOVE 'CITY ALREADY MAPPED' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y' AND WS-RM-COUNT >= 200
                            MOVE 'REGION MAP FULL' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            ADD 1 TO WS-RM-COUNT
                            MOVE WS-TR-KEY TO WS-RM-CITY(WS-RM-COUNT)
                            MOVE WS-TR-VALUE-1
                                TO WS-RM-REGION(WS-RM-COUNT)
                            MOVE SPACES TO WS-LOG-BEFORE
                            MOVE WS-TR-VALUE-1 TO WS-LOG-AFTER
                        END-IF
                    WHEN 'CHG'
                        IF WS-TR-OK = 'Y' AND WS-LIST-SUB = 0
                            MOVE 'CITY NOT MAPPED' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            AND WS-RM-REGION(WS-LIST-SUB)
                                = WS-TR-VALUE-1
                            MOVE 'REGION UNCHANGED' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            MOVE WS-RM-REGION(WS-LIST-SUB)
                                TO WS-LOG-BEFORE
                            MOVE WS-TR-VALUE-1
                                TO WS-RM-REGION(WS-LIST-SUB)
                            MOVE WS-TR-VALUE-1 TO WS-LOG-AFTER
                        END-IF
                    WHEN 'RET'
                        IF WS-LIST-SUB = 0
                            MOVE 'CITY NOT MAPPED' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            MOVE WS-RM-REGION(WS-LIST-SUB)
                                TO WS-LOG-BEFORE
                            MOVE SPACES TO WS-LOG-AFTER
                            PERFORM VARYING WS-SHIFT-SUB
                                FROM WS-LIST-SUB BY 1
                                UNTIL WS-SHIFT-SUB >= WS-RM-COUNT
                                MOVE WS-RM-ENTRY(WS-SHIFT-SUB + 1)
                                    TO WS-RM-ENTRY(WS-SHIFT-SUB)
                            END-PERFORM
                            MOVE SPACES TO WS-RM-ENTRY(WS-RM-COUNT)
                            SUBTRACT 1 FROM WS-RM-COUNT
                        END-IF
                END-EVALUATE
                IF WS-TR-OK = 'Y'
                    MOVE 'Y' TO WS-REGION-CHANGED
                    MOVE 'REGION' TO WS-LOG-FILE
                    MOVE WS-TR-ACTION TO WS-LOG-ACTION
                    MOVE WS-TR-KEY TO WS-LOG-KEY
                    PERFORM WRITE-CHANGE-LOG
                END-IF
           .

           APPLY-BAND-TRAN.
      *    ------------------- ADD, CHANGE OR REMOVE A TOLERANCE BAND -----------------
      *    THE KEY IS THE PRODUCT, VALUE-1 THE FLOOR AND VALUE-2 THE
      *    CEILING. THE PRODUCT MUST BE ON PRODMAST AND THE CEILING MUST
      *    BE ABOVE THE FLOOR - THE MAIN RUN DISCARDS ANY OTHER BAND.
                MOVE WS-TR-KEY TO WS-SEARCH-NAME
                PERFORM FIND-BAND
                MOVE WS-FOUND-SUB TO WS-LIST-SUB
                IF WS-TR-ACTION NOT = 'RET'
                    PERFORM FIND-PRODUCT
                    IF WS-FOUND-SUB = 0
                        MOVE 'PRODUCT NOT ON PRODMAST' TO WS-REASON
                        MOVE 'N' TO WS-TR-OK
                    END-IF
                    IF WS-TR-OK = 'Y'
                        MOVE WS-TR-VALUE-1 TO WS-AMOUNT-X
                        PERFORM CHECK-AMOUNT
                        MOVE WS-AMOUNT TO WS-TR-FLOOR
                        IF WS-AMOUNT-OK = 'N'
                            MOVE 'INVALID FLOOR' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                    END-IF
                    IF WS-TR-OK = 'Y'
                        MOVE WS-TR-VALUE-2 TO WS-AMOUNT-X
                        PERFORM CHECK-AMOUNT
                        MOVE WS-AMOUNT TO WS-TR-CEIL
                        IF WS-AMOUNT-OK = 'N'
                            MOVE 'INVALID CEILING' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                    END-IF
                    IF WS-TR-OK = 'Y' AND WS-TR-CEIL NOT > WS-TR-FLOOR
                        MOVE 'FLOOR NOT BELOW CEILING' TO WS-REASON
                        MOVE 'N' TO WS-TR-OK
                    END-IF
                END-IF
                EVALUATE WS-TR-ACTION
                    WHEN 'ADD'
                        IF WS-TR-OK = 'Y' AND WS-LIST-SUB > 0
                            MOVE 'BAND ALREADY ON FILE' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y' AND WS-BD-COUNT >= 94
                            MOVE 'BAND TABLE FULL' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            ADD 1 TO WS-BD-COUNT
                            MOVE WS-BD-COUNT TO WS-LIST-SUB
                            MOVE WS-TR-KEY
                                TO WS-BD-PRODUCT(WS-LIST-SUB)
                            MOVE SPACES TO WS-LOG-BEFORE
                        END-IF
                    WHEN 'CHG'
                        IF WS-TR-OK = 'Y' AND WS-LIST-SUB = 0
                            MOVE 'BAND NOT ON FILE' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            PERFORM FORMAT-BAND-TEXT
                            MOVE WS-LOG-AFTER TO WS-LOG-BEFORE
                        END-IF
                    WHEN 'RET'
                        IF WS-LIST-SUB = 0
                            MOVE 'BAND NOT ON FILE' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            PERFORM FORMAT-BAND-TEXT
                            MOVE WS-LOG-AFTER TO WS-LOG-BEFORE
                            MOVE SPACES TO WS-LOG-AFTER
                            PERFORM VARYING WS-SHIFT-SUB
                                FROM WS-LIST-SUB BY 1
                                UNTIL WS-SHIFT-SUB >= WS-BD-COUNT
                                MOVE WS-BD-ENTRY(WS-SHIFT-SUB + 1)
                                    TO WS-BD-ENTRY(WS-SHIFT-SUB)
                            END-PERFORM
                            MOVE SPACES TO WS-BD-PRODUCT(WS-BD-COUNT)
                            MOVE ZERO TO WS-BD-FLOOR(WS-BD-COUNT)
                            MOVE ZERO TO WS-BD-CEIL(WS-BD-COUNT)
                            SUBTRACT 1 FROM WS-BD-COUNT
                        END-IF
                END-EVALUATE
                IF WS-TR-OK = 'Y'
                    IF WS-TR-ACTION NOT = 'RET'
                        MOVE WS-TR-FLOOR TO WS-BD-FLOOR(WS-LIST-SUB)
                        MOVE WS-TR-CEIL  TO WS-BD-CEIL(WS-LIST-SUB)
                        PERFORM FORMAT-BAND-TEXT
                    END-IF
                    MOVE 'Y' TO WS-BAND-CHANGED
                    MOVE 'BAND' TO WS-LOG-FILE
                    MOVE WS-TR-ACTION TO WS-LOG-ACTION
                    MOVE WS-TR-KEY TO WS-LOG-KEY
                    PERFORM WRITE-CHANGE-LOG
                END-IF
           .

           FORMAT-BAND-TEXT.
      *    ------------------- FLOOR / CEILING OF SLOT WS-LIST-SUB AS LOG TEXT -----------------
                MOVE WS-BD-FLOOR(WS-LIST-SUB) TO WS-AMOUNT-ED
                MOVE WS-BD-CEIL(WS-LIST-SUB)  TO WS-AMOUNT-ED2
                MOVE SPACES TO WS-LOG-AFTER
                STRING WS-AMOUNT-ED ' / ' WS-AMOUNT-ED2
                    DELIMITED BY SIZE INTO WS-LOG-AFTER
           .

           APPLY-ALIAS-TRAN.
      *    ------------------- ADD, REPOINT OR DROP A SPELLING ALIAS -----------------
      *    THE KEY IS THE VARIANT AND VALUE-1 THE CANONICAL NAME, WHICH
      *    MUST BE ON CITYMAST OR PRODMAST. A VARIANT THAT IS ITSELF A
      *    MASTER NAME WOULD SILENTLY REDIRECT A REAL CITY OR PRODUCT.
                MOVE WS-TR-KEY TO WS-SEARCH-NAME
                PERFORM FIND-ALIAS-VARIANT
                MOVE WS-FOUND-SUB TO WS-LIST-SUB
                IF WS-TR-ACTION NOT = 'RET'
                    IF WS-TR-VALUE-1 = SPACES
                        MOVE 'CANONICAL NAME MISSING' TO WS-REASON
                        MOVE 'N' TO WS-TR-OK
                    END-IF
                    IF WS-TR-OK = 'Y'
                        MOVE WS-TR-VALUE-1 TO WS-SEARCH-NAME
                        PERFORM FIND-CITY
                        IF WS-FOUND-SUB = 0
                            PERFORM FIND-PRODUCT
                        END-IF
                        IF WS-FOUND-SUB = 0
                            MOVE 'CANONICAL NOT ON MASTER' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                    END-IF
                END-IF
                EVALUATE WS-TR-ACTION
                    WHEN 'ADD'
                        IF WS-TR-OK = 'Y' AND WS-LIST-SUB > 0
                            MOVE 'VARIANT ALREADY ON FILE' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            MOVE WS-TR-KEY TO WS-SEARCH-NAME
                            PERFORM FIND-CITY
                            IF WS-FOUND-SUB = 0
                                PERFORM FIND-PRODUCT
                            END-IF
                            IF WS-FOUND-SUB > 0
                                MOVE 'VARIANT IS A MASTER NAME'
                                    TO WS-REASON
                                MOVE 'N' TO WS-TR-OK
                            END-IF
                        END-IF
                        IF WS-TR-OK = 'Y' AND WS-ALIAS-COUNT >= 50
                            MOVE 'ALIAS LIMIT 50 REACHED' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            ADD 1 TO WS-ALIAS-COUNT
                            MOVE WS-TR-KEY
                                TO WS-AL-VARIANT(WS-ALIAS-COUNT)
                            MOVE WS-TR-VALUE-1
                                TO WS-AL-CANON(WS-ALIAS-COUNT)
                            MOVE SPACES TO WS-LOG-BEFORE
                            MOVE WS-TR-VALUE-1 TO WS-LOG-AFTER
                        END-IF
                    WHEN 'CHG'
                        IF WS-TR-OK = 'Y' AND WS-LIST-SUB = 0
                            MOVE 'VARIANT NOT ON FILE' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            MOVE WS-AL-CANON(WS-LIST-SUB)
                                TO WS-LOG-BEFORE
                            MOVE WS-TR-VALUE-1
                                TO WS-AL-CANON(WS-LIST-SUB)
                            MOVE WS-TR-VALUE-1 TO WS-LOG-AFTER
                        END-IF
                    WHEN 'RET'
                        IF WS-LIST-SUB = 0
                            MOVE 'VARIANT NOT ON FILE' TO WS-REASON
                            MOVE 'N' TO WS-TR-OK
                        END-IF
                        IF WS-TR-OK = 'Y'
                            MOVE WS-AL-CANON(WS-LIST-SUB)
                                TO WS-LOG-BEFORE
                            MOVE SPACES TO WS-LOG-AFTER
                            PERFORM VARYING WS-SHIFT-SUB
                                FROM WS-LIST-SUB BY 1
                                UNTIL WS-SHIFT-SUB >= WS-ALIAS-COUNT
                                MOVE WS-ALIAS-ENTRY(WS-SHIFT-SUB + 1)
                                    TO WS-ALIAS-ENTRY(WS-SHIFT-SUB)
                            END-PERFORM
                            MOVE SPACES
                                TO WS-ALIAS-ENTRY(WS-ALIAS-COUNT)
                            SUBTRACT 1 FROM WS-ALIAS-COUNT
                        END-IF
                END-EVALUATE
                IF WS-TR-OK = 'Y'
                    MOVE 'Y' TO WS-ALIAS-CHANGED
                    MOVE 'ALIAS' TO WS-LOG-FILE
                    MOVE WS-TR-ACTION TO WS-LOG-ACTION
                    MOVE WS-TR-KEY TO WS-LOG-KEY
                    PERFORM WRITE-CHANGE-LOG
                END-IF
           .

           CHECK-NOT-VARIANT.
      *    ------------------- A NEW MASTER NAME MUST NOT BE AN ALIAS VARIANT -----------------
      *    THE MAIN RUN REWRITES EVERY VARIANT TO ITS CANONICAL NAME, SO
      *    A MASTER NAME THAT IS ALSO A VARIANT COULD NEVER BE MATCHED.
                IF WS-TR-ACTION = 'CHG'
                    MOVE WS-TR-VALUE-1 TO WS-SEARCH-NAME
                ELSE
                    MOVE WS-TR-KEY TO WS-SEARCH-NAME
                END-IF
                PERFORM FIND-ALIAS-VARIANT
                IF WS-FOUND-SUB > 0
                    MOVE 'NAME IS AN ALIAS VARIANT' TO WS-REASON
                    MOVE 'N' TO WS-TR-OK
                END-IF
           .

           CHECK-ALIAS-TARGET.
      *    ------------------- A RETIRED NAME MUST NOT BE AN ALIAS TARGET -----------------
                MOVE 'N' TO WS-IN-USE
                PERFORM VARYING WS-SCAN-SUB2 FROM 1 BY 1
                UNTIL WS-SCAN-SUB2 > WS-ALIAS-COUNT
                    OR WS-IN-USE = 'Y'
                    IF WS-AL-CANON(WS-SCAN-SUB2) = WS-TR-KEY
                        MOVE 'Y' TO WS-IN-USE
                    END-IF
                END-PERFORM
                IF WS-IN-USE = 'Y'
                    MOVE 'NAME STILL IN ALIASTAB' TO WS-REASON
                    MOVE 'N' TO WS-TR-OK
                END-IF
           .

           FIND-CITY.
      *    ------------------- WS-SEARCH-NAME ON CITYMAST - SLOT OR ZERO -----------------
                MOVE ZERO TO WS-FOUND-SUB
                PERFORM VARYING WS-SCAN-SUB2 FROM 1 BY 1
                UNTIL WS-SCAN-SUB2 > WS-CITY-COUNT
                    OR WS-FOUND-SUB > 0
                    IF WS-CL-NAME(WS-SCAN-SUB2) = WS-SEARCH-NAME
                        MOVE WS-SCAN-SUB2 TO WS-FOUND-SUB
                    END-IF
                END-PERFORM
           .

           FIND-PRODUCT.
      *    ------------------- WS-SEARCH-NAME ON PRODMAST - SLOT OR ZERO -----------------
                MOVE ZERO TO WS-FOUND-SUB
                PERFORM VARYING WS-SCAN-SUB2 FROM 1 BY 1
                UNTIL WS-SCAN-SUB2 > WS-PRDT-COUNT
                    OR WS-FOUND-SUB > 0
                    IF WS-PL-NAME(WS-SCAN-SUB2) = WS-SEARCH-NAME
                        MOVE WS-SCAN-SUB2 TO WS-FOUND-SUB
                    END-IF
                END-PERFORM
           .

           FIND-REGION-CITY.
      *    ------------------- WS-SEARCH-NAME ON REGNMAST - SLOT OR ZERO -----------------
                MOVE ZERO TO WS-FOUND-SUB
                PERFORM VARYING WS-SCAN-SUB2 FROM 1 BY 1
                UNTIL WS-SCAN-SUB2 > WS-RM-COUNT
                    OR WS-FOUND-SUB > 0
                    IF WS-RM-CITY(WS-SCAN-SUB2) = WS-SEARCH-NAME
                        MOVE WS-SCAN-SUB2 TO WS-FOUND-SUB
                    END-IF
                END-PERFORM
           .

           FIND-BAND.
      *    ------------------- WS-SEARCH-NAME ON PRODBAND - SLOT OR ZERO -----------------
                MOVE ZERO TO WS-FOUND-SUB
                PERFORM VARYING WS-SCAN-SUB2 FROM 1 BY 1
                UNTIL WS-SCAN-SUB2 > WS-BD-COUNT
                    OR WS-FOUND-SUB > 0
                    IF WS-BD-PRODUCT(WS-SCAN-SUB2) = WS-SEARCH-NAME
                        MOVE WS-SCAN-SUB2 TO WS-FOUND-SUB
                    END-IF
                END-PERFORM
           .

           FIND-ALIAS-VARIANT.
      *    ------------------- WS-SEARCH-NAME ON ALIASTAB - SLOT OR ZERO -----------------
                MOVE ZERO TO WS-FOUND-SUB
                PERFORM VARYING WS-SCAN-SUB2 FROM 1 BY 1
                UNTIL WS-SCAN-SUB2 > WS-ALIAS-COUNT
                    OR WS-FOUND-SUB > 0
                    IF WS-AL-VARIANT(WS-SCAN-SUB2) = WS-SEARCH-NAME
                        MOVE WS-SCAN-SUB2 TO WS-FOUND-SUB
                    END-IF
                END-PERFORM
           .

           COUNT-REGIONS.
      *    ------------------- DISTINCT REGIONS AND WHETHER VALUE-1 IS NEW -----------------
      *    A REGION IS COUNTED AT ITS FIRST MAPPING LINE ONLY.
                MOVE ZERO TO WS-REGION-TOTAL
                MOVE 'Y' TO WS-REGION-NEW
                PERFORM VARYING WS-SCAN-SUB2 FROM 1 BY 1
                UNTIL WS-SCAN-SUB2 > WS-RM-COUNT
                    IF WS-RM-REGION(WS-SCAN-SUB2) = WS-TR-VALUE-1
                        MOVE 'N' TO WS-REGION-NEW
                    END-IF
                    MOVE 'N' TO WS-NAME-FOUND
                    PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                    UNTIL WS-SHIFT-SUB >= WS-SCAN-SUB2
                        OR WS-NAME-FOUND = 'Y'
                        IF WS-RM-REGION(WS-SHIFT-SUB)
                            = WS-RM-REGION(WS-SCAN-SUB2)
                            MOVE 'Y' TO WS-NAME-FOUND
                        END-IF
                    END-PERFORM
                    IF WS-NAME-FOUND = 'N'
                        ADD 1 TO WS-REGION-TOTAL
                    END-IF
                END-PERFORM
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

           WRITE-CHANGE-LOG.
      *    ------------------- ONE BEFORE / AFTER LINE ON THE PERMANENT LOG -----------------
                MOVE WS-CURRENT-DATE  TO LG-RUN-DATE
                MOVE WS-CURRENT-HMS   TO LG-RUN-TIME
                MOVE WS-TR-EFF-DATE   TO LG-EFF-DATE
                MOVE WS-TR-REQUESTER  TO LG-REQUESTER
                MOVE WS-LOG-FILE      TO LG-FILE
                MOVE WS-LOG-ACTION    TO LG-ACTION
                MOVE WS-LOG-KEY       TO LG-KEY
                MOVE WS-LOG-BEFORE    TO LG-BEFORE
                MOVE WS-LOG-AFTER     TO LG-AFTER
                MOVE SPACES TO CHANGE-LOG-LINE
                MOVE WS-CHANGE-LOG-DETAIL TO CHANGE-LOG-LINE
                WRITE CHANGE-LOG-LINE
                IF WS-MASTLOG-FS NOT = "00"
                    DISPLAY "BLMMAINT - RUN ABORTED"
                    DISPLAY "MASTLOG WRITE FAILED - STATUS "
                        WS-MASTLOG-FS
                    DISPLAY "NO MASTER FILE HAS BEEN REWRITTEN"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-CTL-LOGGED
           .

           REWRITE-MASTERS.
      *    ------------------- REWRITE EVERY MASTER THAT CHANGED -----------------
      *    ONLY AFTER THE WHOLE TRANSACTION FILE HAS BEEN PROCESSED AND
      *    LOGGED, SO AN ABORTED RUN NEVER LEAVES A HALF-CHANGED MASTER.
      *    A MASTER THAT CANNOT BE OPENED FOR OUTPUT STOPS THE RUN THERE;
      *    MASTLOG ALREADY HOLDS EVERY CHANGE THE RUN MADE.
                IF WS-CITY-CHANGED = 'Y'
                    OPEN OUTPUT CITYMASTER
                    IF WS-CITYMAST-FS NOT = "00"
                        MOVE 'CITYMAST' TO WS-REWRITE-NAME
                        MOVE WS-CITYMAST-FS TO WS-REWRITE-FS
                        PERFORM REWRITE-OPEN-FAILED
                    END-IF
                    PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                    UNTIL WS-LIST-SUB > WS-CITY-COUNT
                        MOVE WS-CL-NAME(WS-LIST-SUB)
                            TO CITY-MASTER-RECORD
                        WRITE CITY-MASTER-RECORD
                    END-PERFORM
                    CLOSE CITYMASTER
                END-IF
                IF WS-PRDT-CHANGED = 'Y'
                    OPEN OUTPUT PRODUCTMASTER
                    IF WS-PRODMAST-FS NOT = "00"
                        MOVE 'PRODMAST' TO WS-REWRITE-NAME
                        MOVE WS-PRODMAST-FS TO WS-REWRITE-FS
                        PERFORM REWRITE-OPEN-FAILED
                    END-IF
                    PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                    UNTIL WS-LIST-SUB > WS-PRDT-COUNT
                        MOVE WS-PL-NAME(WS-LIST-SUB)
                            TO PRODUCT-MASTER-RECORD
                        WRITE PRODUCT-MASTER-RECORD
                    END-PERFORM
                    CLOSE PRODUCTMASTER
                END-IF
                IF WS-REGION-CHANGED = 'Y'
                    OPEN OUTPUT REGIONMASTER
                    IF WS-REGNMAST-FS NOT = "00"
                        MOVE 'REGNMAST' TO WS-REWRITE-NAME
                        MOVE WS-REGNMAST-FS TO WS-REWRITE-FS
                        PERFORM REWRITE-OPEN-FAILED
                    END-IF
                    PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                    UNTIL WS-LIST-SUB > WS-RM-COUNT
                        MOVE SPACES TO REGION-MASTER-RECORD
                        STRING WS-RM-CITY(WS-LIST-SUB)
                                DELIMITED BY SPACE
                            ',' DELIMITED BY SIZE
                            WS-RM-REGION(WS-LIST-SUB)
                                DELIMITED BY SPACE
                            INTO REGION-MASTER-RECORD
                        WRITE REGION-MASTER-RECORD
                    END-PERFORM
                    CLOSE REGIONMASTER
                END-IF
                IF WS-BAND-CHANGED = 'Y'
                    OPEN OUTPUT PRODBAND
                    IF WS-PRODBAND-FS NOT = "00"
                        MOVE 'PRODBAND' TO WS-REWRITE-NAME
                        MOVE WS-PRODBAND-FS TO WS-REWRITE-FS
                        PERFORM REWRITE-OPEN-FAILED
                    END-IF
                    PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                    UNTIL WS-LIST-SUB > WS-BD-COUNT
                        MOVE WS-BD-FLOOR(WS-LIST-SUB) TO WS-AMOUNT-ED
                        MOVE WS-BD-CEIL(WS-LIST-SUB)  TO WS-AMOUNT-ED2
                        MOVE SPACES TO PRODBAND-RECORD
                        STRING WS-BD-PRODUCT(WS-LIST-SUB)
                                DELIMITED BY SPACE
                            ',' WS-AMOUNT-ED ',' WS-AMOUNT-ED2
                                DELIMITED BY SIZE
                            INTO PRODBAND-RECORD
                        WRITE PRODBAND-RECORD
                    END-PERFORM
                    CLOSE PRODBAND
                END-IF
                IF WS-ALIAS-CHANGED = 'Y'
                    OPEN OUTPUT ALIASFILE
                    IF WS-ALIAS-FS NOT = "00"
                        MOVE 'ALIASTAB' TO WS-REWRITE-NAME
                        MOVE WS-ALIAS-FS TO WS-REWRITE-FS
                        PERFORM REWRITE-OPEN-FAILED
                    END-IF
                    PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                    UNTIL WS-LIST-SUB > WS-ALIAS-COUNT
                        MOVE SPACES TO ALIAS-RECORD
                        STRING WS-AL-VARIANT(WS-LIST-SUB)
                                DELIMITED BY SPACE
                            ',' DELIMITED BY SIZE
                            WS-AL-CANON(WS-LIST-SUB)
                                DELIMITED BY SPACE
                            INTO ALIAS-RECORD
                        WRITE ALIAS-RECORD
                    END-PERFORM
                    CLOSE ALIASFILE
                END-IF
           .

           REWRITE-OPEN-FAILED.
      *    ------------------- A MASTER CANNOT BE REWRITTEN -----------------
                DISPLAY "BLMMAINT - RUN ABORTED"
                DISPLAY WS-REWRITE-NAME " NOT WRITABLE - STATUS "
                    WS-REWRITE-FS
                DISPLAY "MASTLOG HOLDS EVERY CHANGE OF THIS RUN"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           .

           WRITE-PENDING.
      *    ------------------- REWRITE THE HELD-OVER FILE -----------------
      *    ALWAYS REWRITTEN - A HELD LINE THAT TOOK EFFECT TODAY MUST
      *    DROP OFF, EVEN WHEN NOTHING NEW IS BEING HELD.
                OPEN OUTPUT PENDFILE
                IF WS-PEND-FS NOT = "00"
                    PERFORM PENDING-WRITE-FAILED
                END-IF
                PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                UNTIL WS-LIST-SUB > WS-HOLD-COUNT
                    MOVE WS-HOLD-LINE(WS-LIST-SUB) TO PEND-RECORD
                    WRITE PEND-RECORD
                    IF WS-PEND-FS NOT = "00"
                        PERFORM PENDING-WRITE-FAILED
                    END-IF
                END-PERFORM
                CLOSE PENDFILE
           .

           PENDING-WRITE-FAILED.
      *    ------------------- THE HELD-OVER FILE CANNOT BE WRITTEN -----------------
      *    THE MASTERS ARE ALREADY REWRITTEN, SO EVERY HELD LINE IS
      *    LISTED FOR THE OPERATOR TO PUT BACK ON MASTPEND.
                DISPLAY "BLMMAINT - RUN ABORTED"
                DISPLAY "MASTPEND NOT WRITABLE - STATUS " WS-PEND-FS
                DISPLAY "HELD LINES NOT ON MASTPEND:"
                PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                UNTIL WS-LIST-SUB > WS-HOLD-COUNT
                    DISPLAY WS-HOLD-LINE(WS-LIST-SUB)
                END-PERFORM
                MOVE 12 TO RETURN-CODE
                STOP RUN
           .

           OPEN-MAINT-REPORT.
      *    ------------------- MAINTENANCE REPORT HEADER -----------------
                OPEN OUTPUT MAINTFILE

                MOVE SPACES TO MAINT-LINE
                MOVE WS-MAINT-HEADER-1 TO MAINT-LINE
                WRITE MAINT-LINE

                MOVE WS-CURRENT-YEAR  TO MH-YEAR
                MOVE WS-CURRENT-MONTH TO MH-MONTH
                MOVE WS-CURRENT-DAY   TO MH-DAY
                MOVE SPACES TO MAINT-LINE
                MOVE WS-MAINT-DATE-LINE TO MAINT-LINE
                WRITE MAINT-LINE

                MOVE SPACES TO MAINT-LINE
                WRITE MAINT-LINE

                MOVE SPACES TO MAINT-LINE
                MOVE WS-MAINT-COL-HEADER TO MAINT-LINE
                WRITE MAINT-LINE
           .

           WRITE-TRAN-DETAIL.
      *    ------------------- ONE TRANSACTION WITH ITS DISPOSITION -----------------
      *    MD-STATUS IS SET BY THE CALLER BEFORE PERFORMING THIS.
                MOVE WS-TR-FILE      TO MD-FILE
                MOVE WS-TR-ACTION    TO MD-ACTION
                MOVE WS-TR-KEY       TO MD-KEY
                MOVE WS-TR-VALUE-1   TO MD-VALUE
                MOVE WS-TR-EFF-X     TO MD-EFF-DATE
                MOVE WS-TR-REQUESTER TO MD-REQUESTER
                MOVE WS-REASON       TO MD-REASON
                MOVE SPACES TO MAINT-LINE
                MOVE WS-MAINT-DETAIL-LINE TO MAINT-LINE
                WRITE MAINT-LINE
           .

           WRITE-MAINT-TOTALS.
      *    ------------------- MAINTENANCE TOTALS -----------------
                MOVE SPACES TO MAINT-LINE
                WRITE MAINT-LINE

                MOVE 'HELD FROM PRIOR   : ' TO MT-LABEL
                MOVE WS-CTL-PENDING TO MT-COUNT
                MOVE SPACES TO MAINT-LINE
                MOVE WS-MAINT-TOTAL-LINE TO MAINT-LINE
                WRITE MAINT-LINE

                MOVE 'TRANSACTIONS READ : ' TO MT-LABEL
                MOVE WS-CTL-READ TO MT-COUNT
                MOVE SPACES TO MAINT-LINE
                MOVE WS-MAINT-TOTAL-LINE TO MAINT-LINE
                WRITE MAINT-LINE

                MOVE 'APPLIED           : ' TO MT-LABEL
                MOVE WS-CTL-APPLIED TO MT-COUNT
                MOVE SPACES TO MAINT-LINE
                MOVE WS-MAINT-TOTAL-LINE TO MAINT-LINE
                WRITE MAINT-LINE

                MOVE 'REJECTED          : ' TO MT-LABEL
                MOVE WS-CTL-REJECTED TO MT-COUNT
                MOVE SPACES TO MAINT-LINE
                MOVE WS-MAINT-TOTAL-LINE TO MAINT-LINE
                WRITE MAINT-LINE

                MOVE 'HELD TO NEXT RUN  : ' TO MT-LABEL
                MOVE WS-CTL-HELD TO MT-COUNT
                MOVE SPACES TO MAINT-LINE
                MOVE WS-MAINT-TOTAL-LINE TO MAINT-LINE
                WRITE MAINT-LINE

                MOVE 'CHANGE LOG LINES  : ' TO MT-LABEL
                MOVE WS-CTL-LOGGED TO MT-COUNT
                MOVE SPACES TO MAINT-LINE
                MOVE WS-MAINT-TOTAL-LINE TO MAINT-LINE
                WRITE MAINT-LINE
           .
