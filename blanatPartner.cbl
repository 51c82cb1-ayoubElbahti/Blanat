           IDENTIFICATION DIVISION.
           PROGRAM-ID. BLPARTNR.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    ------------------- PARTNER LAYOUT AND CODE TRANSLATION -----------------
               SELECT DEFFILE ASSIGN TO WS-DEF-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEF-FS.
      *    ------------------- PARTNER FIXED-WIDTH PRICE FILE -----------------
               SELECT PARTNERFILE ASSIGN TO WS-IN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IN-FS.
      *    ------------------- CITY MASTER FILE -----------------
               SELECT CITYMASTER ASSIGN TO "CITYMAST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CITYMAST-FS.
      *    ------------------- PRODUCT MASTER FILE -----------------
               SELECT PRODUCTMASTER ASSIGN TO "PRODMAST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRODMAST-FS.
      *    ------------------- CONVERTED BATCH IN DATAFILE LAYOUT -----------------
               SELECT BATCHFILE ASSIGN TO WS-OUT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OUT-FS.
      *    ------------------- CONVERSION EXCEPTIONS -----------------
               SELECT EXCEPTFILE ASSIGN TO WS-EXC-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *    ------------------- PARTNER DEFINITION DESCRIPTION -----------------
      *    ONE CARD PER LINE, FIELDS SEPARATED BY COMMAS:
      *      SOURCE,NAME              BATCH SOURCE (DEFAULT PARTNER CODE)
      *      CURRENCY,CODE            CURRENCY OF THE PRICES (DEFAULT MAD)
      *      SKIP,LINES               PARTNER HEADER LINES TO PASS OVER
      *      LAYOUT,FIELD,START,LENGTH
      *                               FIELD IS MARKET, PRODUCT, PRICE
      *                               (IN CENTS) OR DATE (DDMMYYYY)
      *      MARKET,CODE,CITY         PARTNER MARKET CODE TO CITYMAST NAME
      *      PRODUCT,CODE,PRODUCT     PARTNER PRODUCT CODE TO PRODMAST NAME
      *    ALL FOUR LAYOUT CARDS ARE REQUIRED.
           FD DEFFILE.
           01 DEF-RECORD PIC X(80).
      *    ------------------- PARTNER PRICE FILE DESCRIPTION -----------------
           FD PARTNERFILE.
           01 PARTNER-RECORD PIC X(200).
      *    ------------------- CITY MASTER FILE DESCRIPTION -----------------
           FD CITYMASTER.
           01 CITY-MASTER-RECORD PIC X(18).
      *    ------------------- PRODUCT MASTER FILE DESCRIPTION -----------------
           FD PRODUCTMASTER.
           01 PRODUCT-MASTER-RECORD PIC X(18).
      *    ------------------- CONVERTED BATCH DESCRIPTION -----------------
      *    BATCHHDR,SOURCE,YYYYMMDD / CITY,PRODUCT,PRICE,DATE[,CUR] /
      *    BATCHTRL,COUNT,HASH - READY TO BE ADDED TO DATAFILE.
           FD BATCHFILE.
           01 BATCH-LINE PIC X(80).
      *    ------------------- EXCEPTIONS FILE DESCRIPTION -----------------
           FD EXCEPTFILE.
           01 EXCEPT-LINE PIC X(120).

           WORKING-STORAGE SECTION.
      *    ------------------- PARTNER AND FILE NAMES -----------------
      *    EVERY FILE BUT THE MASTERS CARRIES THE PARTNER CODE, SO EACH
      *    MARKET KEEPS ITS OWN DEFINITION, FEED, BATCH AND EXCEPTIONS.
           01 WS-PARTNER-X     PIC X(10) VALUE SPACES.
           01 WS-PARTNER       PIC X(8) VALUE SPACES.
           01 WS-DEF-NAME      PIC X(20) VALUE SPACES.
           01 WS-IN-NAME       PIC X(20) VALUE SPACES.
           01 WS-OUT-NAME      PIC X(20) VALUE SPACES.
           01 WS-EXC-NAME      PIC X(20) VALUE SPACES.
      *    ------------------- MASTER NAME TABLES -----------------
      *    AN ABSENT OR EMPTY MASTER LEAVES ITS COUNT AT ZERO AND THE
      *    NAME CHECK AGAINST IT IS SKIPPED, AS IN THE EDIT RUN.
           01 WS-CITY-LIST.
              05 WS-CL-NAME PIC X(18) OCCURS 101 TIMES.
           01 WS-PRDT-LIST.
              05 WS-PL-NAME PIC X(18) OCCURS 94 TIMES.
           01 WS-CITY-COUNT    PIC 9(3) COMP VALUE ZERO.
           01 WS-PRDT-COUNT    PIC 9(3) COMP VALUE ZERO.
           01 WS-LIST-SUB      PIC 9(3) COMP VALUE ZERO.
           01 WS-NAME-FOUND    PIC X.
      *    ------------------- PARTNER DEFINITION -----------------
      *    LAYOUT SLOTS: 1 = MARKET, 2 = PRODUCT, 3 = PRICE, 4 = DATE.
      *    A ZERO START MEANS THE LAYOUT CARD WAS NEVER GIVEN.
           01 WS-DF-SOURCE     PIC X(8) VALUE SPACES.
           01 WS-DF-CURRENCY   PIC X(3) VALUE SPACES.
           01 WS-DF-SKIP       PIC 9(3) VALUE ZERO.
           01 WS-DF-LAYOUT.
              05 WS-DF-FIELD OCCURS 4 TIMES.
                 10 WS-DF-START  PIC 9(3).
                 10 WS-DF-LENGTH PIC 9(3).
           01 WS-DF-FIELD-LIT.
              05 FILLER        PIC X(10) VALUE 'MARKET 010'.
              05 FILLER        PIC X(10) VALUE 'PRODUCT010'.
              05 FILLER        PIC X(10) VALUE 'PRICE  008'.
              05 FILLER        PIC X(10) VALUE 'DATE   008'.
           01 WS-DF-FIELD-TAB REDEFINES WS-DF-FIELD-LIT.
              05 WS-DF-FIELD-DEF OCCURS 4 TIMES.
                 10 WS-DF-FIELD-NAME PIC X(7).
                 10 WS-DF-FIELD-MAX  PIC 9(3).
           01 WS-DF-SUB        PIC 9(2) COMP VALUE ZERO.
           01 WS-DF-SLOT       PIC 9(2) COMP VALUE ZERO.
           01 WS-DF-CARDS      PIC 9(5) COMP VALUE ZERO.
      *    ------------------- CODE TRANSLATION TABLES -----------------
           01 WS-MK-TABLE.
              05 WS-MK-ENTRY OCCURS 200 TIMES.
                 10 WS-MK-CODE    PIC X(10).
                 10 WS-MK-CITY    PIC X(18).
           01 WS-PC-TABLE.
              05 WS-PC-ENTRY OCCURS 200 TIMES.
                 10 WS-PC-CODE    PIC X(10).
                 10 WS-PC-PRODUCT PIC X(18).
           01 WS-MK-COUNT      PIC 9(3) COMP VALUE ZERO.
           01 WS-PC-COUNT      PIC 9(3) COMP VALUE ZERO.
           01 WS-MK-SUB        PIC 9(3) COMP VALUE ZERO.
           01 WS-PC-SUB        PIC 9(3) COMP VALUE ZERO.
           01 WS-CODE-SUB      PIC 9(3) COMP VALUE ZERO.
      *    ------------------- PARSED DEFINITION CARD -----------------
           01 WS-DC-TYPE       PIC X(10).
           01 WS-DC-VALUE-1    PIC X(30).
           01 WS-DC-VALUE-2    PIC X(30).
           01 WS-DC-VALUE-3    PIC X(30).
           01 WS-DC-EXTRA      PIC X(30).
           01 WS-DC-NUM-X      PIC X(30).
           01 WS-DC-NUM        PIC 9(8) VALUE ZERO.
           01 WS-DC-START      PIC 9(8) VALUE ZERO.
           01 WS-DC-OK         PIC X.
           01 WS-DC-ANY        PIC X.
           01 WS-DIGIT-X       PIC X.
           01 WS-DIGIT-9       PIC 9.
      *    ------------------- PARTNER RECORD FIELDS -----------------
           01 WS-PR-MARKET     PIC X(10).
           01 WS-PR-PRODUCT    PIC X(10).
           01 WS-PR-CENTS-X    PIC X(8).
           01 WS-PR-CENTS      PIC 9(8) VALUE ZERO.
           01 WS-PR-DATE-X     PIC X(8).
           01 WS-PR-DATE-R REDEFINES WS-PR-DATE-X.
              05 WS-PR-DD      PIC 9(2).
              05 WS-PR-MM      PIC 9(2).
              05 WS-PR-YYYY    PIC 9(4).
           01 WS-PR-CITY       PIC X(18).
           01 WS-PR-NAME       PIC X(18).
           01 WS-PR-PRICE      PIC 9(6)V9(2) VALUE ZERO.
           01 WS-PR-DATE       PIC 9(8) VALUE ZERO.
           01 WS-PR-OK         PIC X.
           01 WS-REASON        PIC X(28).
           01 WS-CODE-X        PIC X(10).
           01 WS-CODE-LEAD     PIC 9(2) COMP VALUE ZERO.
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
      *    ------------------- UNTRANSLATED CODE SUMMARY -----------------
      *    EACH DISTINCT CODE THAT FAILED TO TRANSLATE, WITH HOW MANY
      *    RECORDS CARRIED IT - WHAT THE PARTNER DEFINITION IS MISSING.
           01 WS-UX-TABLE.
              05 WS-UX-ENTRY OCCURS 100 TIMES.
                 10 WS-UX-TYPE    PIC X(8).
                 10 WS-UX-CODE    PIC X(10).
                 10 WS-UX-RECORDS PIC 9(6) COMP.
           01 WS-UX-COUNT      PIC 9(3) COMP VALUE ZERO.
           01 WS-UX-SUB        PIC 9(3) COMP VALUE ZERO.
           01 WS-UX-HIT        PIC 9(3) COMP VALUE ZERO.
           01 WS-UX-TYPE-IN    PIC X(8).
           01 WS-UX-CODE-IN    PIC X(10).
      *    ------------------- TEMP VARIABLES -----------------
           01 WS-DEF-FS        PIC X(02).
           01 WS-IN-FS         PIC X(02).
           01 WS-OUT-FS        PIC X(02).
           01 WS-CITYMAST-FS   PIC X(02).
           01 WS-PRODMAST-FS   PIC X(02).
           01 WS-EOF           PIC X VALUE "N".
           01 WS-MAST-EOF      PIC X VALUE "N".
           01 WS-SCAN-SUB      PIC 9(3) COMP VALUE ZERO.
           01 WS-SCAN-CHAR     PIC X(1).
           01 WS-SCAN-GAP      PIC X VALUE 'N'.
           01 WS-PX-PRICE      PIC Z(5)9.9(2).
           01 WS-PX-LEAD       PIC 9(2) COMP VALUE ZERO.
           01 WS-CURRENT-DATE-DATA.
                 05  WS-CURRENT-DATE.
                     10  WS-CURRENT-YEAR           PIC 9(04).
                     10  WS-CURRENT-MONTH          PIC 9(02).
                     10  WS-CURRENT-DAY            PIC 9(02).
                 05  WS-CURRENT-TIME               PIC X(08).
           01 WS-TODAY         PIC 9(8) VALUE ZERO.
      *    ------------------- BATCH CONTROL TOTALS -----------------
      *    THE HEADER GOES OUT WITH THE FIRST CONVERTED RECORD, SO A
      *    FEED WITH NOTHING TO CONVERT NEVER OPENS A BATCH THAT WOULD
      *    BLOCK A CORRECTED RESEND THE SAME DAY. THE TRAILER DECLARES
      *    WHAT WAS WRITTEN IN THE SAME FORM THE EDIT RUN USES.
           01 WS-HDR-WRITTEN   PIC X VALUE 'N'.
           01 WS-BATCH-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-BATCH-HASH    PIC 9(8)V9(2) VALUE ZERO.
           01 WS-BATCH-HASH-ED PIC 9(8).9(2).
      *    ------------------- RUN TOTALS -----------------
           01 WS-CTL-LINES     PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-SKIPPED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-READ      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-CONVERTED PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-REJECTED  PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-UNMAPPED  PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT    PIC Z,ZZZ,ZZ9.
      *    ------------------- EXCEPTION REPORT WORK AREAS -----------------
           01 WS-EXC-HEADER-1.
              05 FILLER          PIC X(44) VALUE
                 'BLPARTNR  -  PARTNER  FEED  EXCEPTIONS'.
           01 WS-EXC-DATE-LINE.
              05 FILLER          PIC X(10) VALUE 'RUN DATE :'.
              05 EH-YEAR         PIC 9(04).
              05 FILLER          PIC X(01) VALUE '-'.
              05 EH-MONTH        PIC 9(02).
              05 FILLER          PIC X(01) VALUE '-'.
              05 EH-DAY          PIC 9(02).
              05 FILLER          PIC X(13) VALUE
                 '   PARTNER : '.
              05 EH-PARTNER      PIC X(08).
              05 FILLER          PIC X(12) VALUE
                 '   SOURCE : '.
              05 EH-SOURCE       PIC X(08).
           01 WS-EXC-COL-HEADER.
              05 FILLER          PIC X(10) VALUE '      LINE'.
              05 FILLER          PIC X(29) VALUE ' REASON'.
              05 FILLER          PIC X(14) VALUE 'PARTNER RECORD'.
           01 WS-EXC-DETAIL-LINE.
              05 XD-LINE         PIC Z,ZZZ,ZZ9.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 XD-REASON       PIC X(28).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 XD-RECORD       PIC X(81).
           01 WS-UX-HEADER.
              05 FILLER          PIC X(44) VALUE
                 'CODES WITH NO TRANSLATION CARD'.
           01 WS-UX-COL-HEADER.
              05 FILLER          PIC X(09) VALUE 'TYPE'.
              05 FILLER          PIC X(11) VALUE 'CODE'.
              05 FILLER          PIC X(09) VALUE '  RECORDS'.
           01 WS-UX-DETAIL-LINE.
              05 UD-TYPE         PIC X(08).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 UD-CODE         PIC X(10).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 UD-COUNT        PIC Z,ZZZ,ZZ9.
           01 WS-PARTNER-TOTAL-LINE.
              05 MT-LABEL        PIC X(20).
              05 MT-COUNT        PIC Z,ZZZ,ZZ9.
           01 WS-PARTNER-HASH-LINE.
              05 MH-LABEL        PIC X(20).
              05 MH-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.

           PROCEDURE DIVISION.
           MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             MOVE WS-CURRENT-DATE TO WS-TODAY

             PERFORM GET-PARTNER
             PERFORM LOAD-CITY-LIST
             PERFORM LOAD-PRODUCT-LIST
             PERFORM LOAD-PARTNER-DEFINITION

             OPEN INPUT PARTNERFILE
             IF WS-IN-FS NOT = "00"
                 DISPLAY "BLPARTNR - RUN ABORTED"
                 DISPLAY "PARTNER FEED UNAVAILABLE: " WS-IN-NAME
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             OPEN OUTPUT BATCHFILE
             IF WS-OUT-FS NOT = "00"
                 DISPLAY "BLPARTNR - RUN ABORTED"
                 DISPLAY "CANNOT CREATE BATCH FILE: " WS-OUT-NAME
                 CLOSE PARTNERFILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             PERFORM OPEN-EXCEPTION-REPORT

             PERFORM CONVERT-PARTNER-FEED
             IF WS-HDR-WRITTEN = 'Y'
                 PERFORM WRITE-BATCH-TRAILER
             END-IF
             CLOSE PARTNERFILE
             CLOSE BATCHFILE

             PERFORM WRITE-UNTRANSLATED-CODES
             PERFORM WRITE-PARTNER-TOTALS
             CLOSE EXCEPTFILE

             MOVE WS-CTL-READ TO WS-COUNT-EDIT
             DISPLAY "BLPARTNR - PARTNER RECORDS READ : " WS-COUNT-EDIT
             MOVE WS-CTL-CONVERTED TO WS-COUNT-EDIT
             DISPLAY "BLPARTNR - RECORDS CONVERTED    : " WS-COUNT-EDIT
             MOVE WS-CTL-REJECTED TO WS-COUNT-EDIT
             DISPLAY "BLPARTNR - CONVERSION EXCEPTIONS: " WS-COUNT-EDIT

      *    ------------------- SCHEDULER RETURN CODE -----------------
      *    0 = WHOLE FEED CONVERTED, 4 = EXCEPTIONS LISTED, 8 = NOTHING
      *    CONVERTED SO NO BATCH WAS WRITTEN, 12 = ABORTED RUN.
             MOVE ZERO TO RETURN-CODE
             IF WS-CTL-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
             END-IF
             IF WS-CTL-CONVERTED = 0
                 DISPLAY "BLPARTNR - NO RECORDS CONVERTED - NO BATCH "
                     "WRITTEN"
                 MOVE 8 TO RETURN-CODE
             END-IF
             STOP RUN.

           GET-PARTNER.
      *    ------------------- PARTNER CODE NAMES EVERY PARTNER FILE -----------------
      *    ONE TO EIGHT LETTERS OR DIGITS, TAKEN FROM THE ENVIRONMENT
      *    LIKE THE OTHER UTILITY PARAMETERS.
                ACCEPT WS-PARTNER-X FROM ENVIRONMENT "PARTNER"
                MOVE 'Y' TO WS-DC-OK
                MOVE 'N' TO WS-SCAN-GAP
                IF WS-PARTNER-X = SPACES
                    OR WS-PARTNER-X(9:2) NOT = SPACES
                    MOVE 'N' TO WS-DC-OK
                END-IF
                PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > 8
                    MOVE WS-PARTNER-X(WS-SCAN-SUB:1) TO WS-SCAN-CHAR
                    IF WS-SCAN-CHAR = SPACE
                        MOVE 'Y' TO WS-SCAN-GAP
                    ELSE
                        IF WS-SCAN-GAP = 'Y'
                            MOVE 'N' TO WS-DC-OK
                        END-IF
                        IF WS-SCAN-CHAR IS NOT NUMERIC
                            AND (WS-SCAN-CHAR < 'A'
                                 OR WS-SCAN-CHAR > 'Z')
                            MOVE 'N' TO WS-DC-OK
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-DC-OK = 'N'
                    DISPLAY "BLPARTNR - RUN ABORTED"
                    DISPLAY "PARTNER MUST BE 1-8 LETTERS OR DIGITS"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-PARTNER-X TO WS-PARTNER
                MOVE WS-PARTNER TO WS-DF-SOURCE
                STRING 'PTNRDEF.' WS-PARTNER DELIMITED BY SPACE
                    INTO WS-DEF-NAME
                STRING 'PTNRIN.' WS-PARTNER DELIMITED BY SPACE
                    INTO WS-IN-NAME
                STRING 'PTNROUT.' WS-PARTNER DELIMITED BY SPACE
                    INTO WS-OUT-NAME
                STRING 'PTNREXC.' WS-PARTNER DELIMITED BY SPACE
                    INTO WS-EXC-NAME
           .

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
           .

           LOAD-PARTNER-DEFINITION.
      *    ------------------- READ THE PARTNER'S LAYOUT AND CODE CARDS -----------------
      *    A FEED IS NEVER CONVERTED ON A GUESSED LAYOUT: A MISSING
      *    DEFINITION, A BAD CARD OR AN INCOMPLETE LAYOUT ABORTS.
                INITIALIZE WS-DF-LAYOUT
                MOVE "N" TO WS-EOF
                OPEN INPUT DEFFILE
                IF WS-DEF-FS NOT = "00"
                    DISPLAY "BLPARTNR - RUN ABORTED"
                    DISPLAY "PARTNER DEFINITION UNAVAILABLE: "
                        WS-DEF-NAME
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                READ DEFFILE
                    AT END MOVE "Y" TO WS-EOF
                END-READ
                PERFORM UNTIL WS-EOF = "Y"
                    IF DEF-RECORD NOT = SPACES
                        ADD 1 TO WS-DF-CARDS
                        PERFORM APPLY-DEFINITION-CARD
                    END-IF
                    READ DEFFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
                CLOSE DEFFILE
                PERFORM VARYING WS-DF-SUB FROM 1 BY 1
                UNTIL WS-DF-SUB > 4
                    IF WS-DF-START(WS-DF-SUB) = 0
                        DISPLAY "BLPARTNR - RUN ABORTED"
                        DISPLAY "PARTNER DEFINITION: " WS-DEF-NAME
                        DISPLAY "NO LAYOUT CARD FOR "
                            WS-DF-FIELD-NAME(WS-DF-SUB)
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-PERFORM
           .

           APPLY-DEFINITION-CARD.
      *    ------------------- CHECK AND STORE ONE DEFINITION CARD -----------------
                MOVE SPACES TO WS-DC-TYPE
                MOVE SPACES TO WS-DC-VALUE-1
                MOVE SPACES TO WS-DC-VALUE-2
                MOVE SPACES TO WS-DC-VALUE-3
                MOVE SPACES TO WS-DC-EXTRA
                UNSTRING DEF-RECORD DELIMITED BY ","
                    INTO WS-DC-TYPE, WS-DC-VALUE-1, WS-DC-VALUE-2,
                         WS-DC-VALUE-3, WS-DC-EXTRA
                IF WS-DC-EXTRA NOT = SPACES
                    PERFORM DEFINITION-CARD-ERROR
                END-IF
                EVALUATE WS-DC-TYPE
                    WHEN 'SOURCE'
                        IF WS-DC-VALUE-1 = SPACES
                            OR WS-DC-VALUE-1(9:22) NOT = SPACES
                            OR WS-DC-VALUE-2 NOT = SPACES
                            PERFORM DEFINITION-CARD-ERROR
                        END-IF
                        MOVE WS-DC-VALUE-1 TO WS-DF-SOURCE
                    WHEN 'CURRENCY'
                        IF WS-DC-VALUE-1(1:3) IS NOT ALPHABETIC
                            OR WS-DC-VALUE-1(3:1) = SPACE
                            OR WS-DC-VALUE-1(4:27) NOT = SPACES
                            OR WS-DC-VALUE-2 NOT = SPACES
                            PERFORM DEFINITION-CARD-ERROR
                        END-IF
                        MOVE WS-DC-VALUE-1 TO WS-DF-CURRENCY
                    WHEN 'SKIP'
                        MOVE WS-DC-VALUE-1 TO WS-DC-NUM-X
                        PERFORM DEFINITION-SCAN-NUMBER
                        IF WS-DC-OK = 'N' OR WS-DC-NUM > 999
                            OR WS-DC-VALUE-2 NOT = SPACES
                            PERFORM DEFINITION-CARD-ERROR
                        END-IF
                        MOVE WS-DC-NUM TO WS-DF-SKIP
                    WHEN 'LAYOUT'
                        PERFORM APPLY-LAYOUT-CARD
                    WHEN 'MARKET'
                        PERFORM APPLY-MARKET-CARD
                    WHEN 'PRODUCT'
                        PERFORM APPLY-PRODUCT-CARD
                    WHEN OTHER
                        PERFORM DEFINITION-CARD-ERROR
                END-EVALUATE
           .

           APPLY-LAYOUT-CARD.
      *    ------------------- LAYOUT,FIELD,START,LENGTH -----------------
      *    THE FIELD MUST LIE INSIDE THE 200-BYTE RECORD AND FIT ITS
      *    WORK AREA. THE DATE IS ALWAYS EIGHT BYTES (DDMMYYYY).
                MOVE ZERO TO WS-DF-SLOT
                PERFORM VARYING WS-DF-SUB FROM 1 BY 1
                UNTIL WS-DF-SUB > 4
                    IF WS-DF-FIELD-NAME(WS-DF-SUB) = WS-DC-VALUE-1
                        MOVE WS-DF-SUB TO WS-DF-SLOT
                    END-IF
                END-PERFORM
                IF WS-DF-SLOT = 0
                    PERFORM DEFINITION-CARD-ERROR
                END-IF
                MOVE WS-DC-VALUE-2 TO WS-DC-NUM-X
                PERFORM DEFINITION-SCAN-NUMBER
                IF WS-DC-OK = 'N' OR WS-DC-NUM = 0
                    OR WS-DC-NUM > 200
                    PERFORM DEFINITION-CARD-ERROR
                END-IF
                MOVE WS-DC-NUM TO WS-DC-START
                MOVE WS-DC-VALUE-3 TO WS-DC-NUM-X
                PERFORM DEFINITION-SCAN-NUMBER
                IF WS-DC-OK = 'N' OR WS-DC-NUM = 0
                    OR WS-DC-NUM > WS-DF-FIELD-MAX(WS-DF-SLOT)
                    OR WS-DC-START + WS-DC-NUM - 1 > 200
                    PERFORM DEFINITION-CARD-ERROR
                END-IF
                IF WS-DF-SLOT = 4 AND WS-DC-NUM NOT = 8
                    PERFORM DEFINITION-CARD-ERROR
                END-IF
                MOVE WS-DC-START TO WS-DF-START(WS-DF-SLOT)
                MOVE WS-DC-NUM   TO WS-DF-LENGTH(WS-DF-SLOT)
           .

           APPLY-MARKET-CARD.
      *    ------------------- MARKET,CODE,CITY -----------------
      *    A CODE GIVEN TWICE IS REFUSED EVEN WITH THE SAME CITY - THE
      *    DEFINITION SHOULD SAY EACH THING ONCE.
                PERFORM CHECK-TRANSLATION-CARD
                MOVE ZERO TO WS-CODE-SUB
                PERFORM VARYING WS-MK-SUB FROM 1 BY 1
                UNTIL WS-MK-SUB > WS-MK-COUNT
                    IF WS-MK-CODE(WS-MK-SUB) = WS-DC-VALUE-1
                        MOVE WS-MK-SUB TO WS-CODE-SUB
                    END-IF
                END-PERFORM
                IF WS-CODE-SUB > 0 OR WS-MK-COUNT >= 200
                    PERFORM DEFINITION-CARD-ERROR
                END-IF
                ADD 1 TO WS-MK-COUNT
                MOVE WS-DC-VALUE-1 TO WS-MK-CODE(WS-MK-COUNT)
                MOVE WS-DC-VALUE-2 TO WS-MK-CITY(WS-MK-COUNT)
           .

           APPLY-PRODUCT-CARD.
      *    ------------------- PRODUCT,CODE,PRODUCT -----------------
                PERFORM CHECK-TRANSLATION-CARD
                MOVE ZERO TO WS-CODE-SUB
                PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                UNTIL WS-PC-SUB > WS-PC-COUNT
                    IF WS-PC-CODE(WS-PC-SUB) = WS-DC-VALUE-1
                        MOVE WS-PC-SUB TO WS-CODE-SUB
                    END-IF
                END-PERFORM
                IF WS-CODE-SUB > 0 OR WS-PC-COUNT >= 200
                    PERFORM DEFINITION-CARD-ERROR
                END-IF
                ADD 1 TO WS-PC-COUNT
                MOVE WS-DC-VALUE-1 TO WS-PC-CODE(WS-PC-COUNT)
                MOVE WS-DC-VALUE-2 TO WS-PC-PRODUCT(WS-PC-COUNT)
           .

           CHECK-TRANSLATION-CARD.
      *    ------------------- CODE UP TO 10 BYTES, NAME UP TO 18 -----------------
      *    THE CODE IS HELD LEFT-JUSTIFIED, THE SAME WAY THE FEED'S CODE
      *    FIELDS ARE BEFORE THEY ARE LOOKED UP.
                MOVE WS-DC-VALUE-1 TO WS-CODE-X
                PERFORM LEFT-JUSTIFY-CODE
                IF WS-DC-VALUE-1(11:20) NOT = SPACES
                    OR WS-CODE-X = SPACES
                    OR WS-DC-VALUE-2 = SPACES
                    OR WS-DC-VALUE-2(19:12) NOT = SPACES
                    OR WS-DC-VALUE-3 NOT = SPACES
                    PERFORM DEFINITION-CARD-ERROR
                END-IF
                MOVE WS-CODE-X TO WS-DC-VALUE-1
           .

           DEFINITION-SCAN-NUMBER.
      *    ------------------- CARD VALUE MUST BE AN UNSIGNED NUMBER -----------------
      *    THE VALUE ARRIVES LEFT-JUSTIFIED, SO A PLAIN NUMERIC TEST
      *    WOULD REFUSE '5  ' - SCAN THE DIGITS INSTEAD.
                MOVE ZERO TO WS-DC-NUM
                MOVE 'Y' TO WS-DC-OK
                MOVE 'N' TO WS-DC-ANY
                IF WS-DC-NUM-X(9:22) NOT = SPACES
                    MOVE 'N' TO WS-DC-OK
                END-IF
                PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > 8
                    MOVE WS-DC-NUM-X(WS-SCAN-SUB:1) TO WS-DIGIT-X
                    IF WS-DIGIT-X IS NUMERIC
                        MOVE WS-DIGIT-X TO WS-DIGIT-9
                        COMPUTE WS-DC-NUM =
                            WS-DC-NUM * 10 + WS-DIGIT-9
                        MOVE 'Y' TO WS-DC-ANY
                    ELSE
                        IF WS-DIGIT-X NOT = SPACE
                            MOVE 'N' TO WS-DC-OK
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-DC-ANY = 'N'
                    MOVE 'N' TO WS-DC-OK
                END-IF
           .

           DEFINITION-CARD-ERROR.
      *    ------------------- A BAD CARD NEVER RUNS ON DEFAULTS -----------------
                CLOSE DEFFILE
                DISPLAY "BLPARTNR - RUN ABORTED"
                DISPLAY "PARTNER DEFINITION: " WS-DEF-NAME
                DISPLAY "INVALID DEFINITION CARD: " DEF-RECORD
                MOVE 12 TO RETURN-CODE
                STOP RUN
           .

           OPEN-EXCEPTION-REPORT.
      *    ------------------- EXCEPTION REPORT HEADER -----------------
                OPEN OUTPUT EXCEPTFILE

                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-EXC-HEADER-1 TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE WS-CURRENT-YEAR  TO EH-YEAR
                MOVE WS-CURRENT-MONTH TO EH-MONTH
                MOVE WS-CURRENT-DAY   TO EH-DAY
                MOVE WS-PARTNER       TO EH-PARTNER
                MOVE WS-DF-SOURCE     TO EH-SOURCE
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-EXC-DATE-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE SPACES TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-EXC-COL-HEADER TO EXCEPT-LINE
                WRITE EXCEPT-LINE
           .

           CONVERT-PARTNER-FEED.
      *    ------------------- ONE PASS OVER THE PARTNER FILE -----------------
      *    THE PARTNER'S OWN HEADER LINES (SKIP CARD) AND BLANK LINES
      *    ARE PASSED OVER; EVERY OTHER LINE IS A PRICE RECORD.
                MOVE "N" TO WS-EOF
                READ PARTNERFILE
                    AT END MOVE "Y" TO WS-EOF
                END-READ
                PERFORM UNTIL WS-EOF = "Y"
                    ADD 1 TO WS-CTL-LINES
                    IF WS-CTL-LINES <= WS-DF-SKIP
                        ADD 1 TO WS-CTL-SKIPPED
                    ELSE
                        IF PARTNER-RECORD NOT = SPACES
                            ADD 1 TO WS-CTL-READ
                            PERFORM CONVERT-PARTNER-RECORD
                        END-IF
                    END-IF
                    READ PARTNERFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
           .

           CONVERT-PARTNER-RECORD.
      *    ------------------- TRANSLATE AND REFORMAT ONE RECORD -----------------
      *    BOTH CODES ARE LOOKED UP EVEN WHEN THE FIRST FAILS SO THE
      *    SUMMARY SHOWS EVERY MISSING CARD; THE FIRST FAILING TEST
      *    GIVES THE REASON. ONLY A RECORD THE EDIT RUN WOULD ACCEPT
      *    GOES INTO THE BATCH.
                MOVE 'Y' TO WS-PR-OK
                MOVE SPACES TO WS-REASON
                MOVE SPACES TO WS-PR-CITY
                MOVE SPACES TO WS-PR-NAME

                MOVE PARTNER-RECORD(WS-DF-START(1):WS-DF-LENGTH(1))
                    TO WS-CODE-X
                PERFORM LEFT-JUSTIFY-CODE
                MOVE WS-CODE-X TO WS-PR-MARKET
                MOVE ZERO TO WS-CODE-SUB
                PERFORM VARYING WS-MK-SUB FROM 1 BY 1
                UNTIL WS-MK-SUB > WS-MK-COUNT
                    OR WS-CODE-SUB > 0
                    IF WS-MK-CODE(WS-MK-SUB) = WS-PR-MARKET
                        MOVE WS-MK-SUB TO WS-CODE-SUB
                    END-IF
                END-PERFORM
                IF WS-CODE-SUB = 0
                    MOVE 'MARKET CODE NOT TRANSLATED' TO WS-REASON
                    MOVE 'N' TO WS-PR-OK
                    MOVE 'MARKET' TO WS-UX-TYPE-IN
                    MOVE WS-PR-MARKET TO WS-UX-CODE-IN
                    PERFORM TALLY-UNTRANSLATED
                ELSE
                    MOVE WS-MK-CITY(WS-CODE-SUB) TO WS-PR-CITY
                END-IF

                MOVE PARTNER-RECORD(WS-DF-START(2):WS-DF-LENGTH(2))
                    TO WS-CODE-X
                PERFORM LEFT-JUSTIFY-CODE
                MOVE WS-CODE-X TO WS-PR-PRODUCT
                MOVE ZERO TO WS-CODE-SUB
                PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                UNTIL WS-PC-SUB > WS-PC-COUNT
                    OR WS-CODE-SUB > 0
                    IF WS-PC-CODE(WS-PC-SUB) = WS-PR-PRODUCT
                        MOVE WS-PC-SUB TO WS-CODE-SUB
                    END-IF
                END-PERFORM
                IF WS-CODE-SUB = 0
                    IF WS-PR-OK = 'Y'
                        MOVE 'PRODUCT CODE NOT TRANSLATED'
                            TO WS-REASON
                        MOVE 'N' TO WS-PR-OK
                    END-IF
                    MOVE 'PRODUCT' TO WS-UX-TYPE-IN
                    MOVE WS-PR-PRODUCT TO WS-UX-CODE-IN
                    PERFORM TALLY-UNTRANSLATED
                ELSE
                    MOVE WS-PC-PRODUCT(WS-CODE-SUB) TO WS-PR-NAME
                END-IF
                IF WS-PR-OK = 'N'
                    ADD 1 TO WS-CTL-UNMAPPED
                END-IF

      *    ------------- A TRANSLATION CARD CAN OUTLIVE ITS MASTER ENTRY -
                IF WS-PR-OK = 'Y' AND WS-CITY-COUNT > 0
                    MOVE 'N' TO WS-NAME-FOUND
                    PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                    UNTIL WS-LIST-SUB > WS-CITY-COUNT
                        OR WS-NAME-FOUND = 'Y'
                        IF WS-CL-NAME(WS-LIST-SUB) = WS-PR-CITY
                            MOVE 'Y' TO WS-NAME-FOUND
                        END-IF
                    END-PERFORM
                    IF WS-NAME-FOUND = 'N'
                        MOVE 'MAPPED CITY NOT ON CITYMAST'
                            TO WS-REASON
                        MOVE 'N' TO WS-PR-OK
                    END-IF
                END-IF
                IF WS-PR-OK = 'Y' AND WS-PRDT-COUNT > 0
                    MOVE 'N' TO WS-NAME-FOUND
                    PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                    UNTIL WS-LIST-SUB > WS-PRDT-COUNT
                        OR WS-NAME-FOUND = 'Y'
                        IF WS-PL-NAME(WS-LIST-SUB) = WS-PR-NAME
                            MOVE 'Y' TO WS-NAME-FOUND
                        END-IF
                    END-PERFORM
                    IF WS-NAME-FOUND = 'N'
                        MOVE 'MAPPED ITEM NOT ON PRODMAST'
                            TO WS-REASON
                        MOVE 'N' TO WS-PR-OK
                    END-IF
                END-IF

                IF WS-PR-OK = 'Y'
                    PERFORM CHECK-PARTNER-PRICE
                END-IF
                IF WS-PR-OK = 'Y'
                    PERFORM CHECK-PARTNER-DATE
                END-IF

                IF WS-PR-OK = 'Y'
                    PERFORM WRITE-CONVERTED-RECORD
                ELSE
                    PERFORM WRITE-CONVERSION-EXCEPTION
                END-IF
           .

           LEFT-JUSTIFY-CODE.
      *    ------------------- DROP LEADING SPACES FROM A CODE -----------------
      *    A RIGHT-ALIGNED CODE FIELD STILL MATCHES ITS CARD.
                MOVE ZERO TO WS-CODE-LEAD
                INSPECT WS-CODE-X TALLYING WS-CODE-LEAD
                    FOR LEADING SPACE
                IF WS-CODE-LEAD > 0 AND WS-CODE-LEAD < 10
                    MOVE WS-CODE-X(WS-CODE-LEAD + 1:) TO WS-DC-NUM-X
                    MOVE WS-DC-NUM-X TO WS-CODE-X
                END-IF
           .

           CHECK-PARTNER-PRICE.
      *    ------------------- PRICE IN CENTS, DIGITS ONLY -----------------
      *    LEADING OR TRAILING SPACES ARE PADDING; A SPACE BETWEEN
      *    DIGITS OR ANY OTHER CHARACTER MAKES THE PRICE UNREADABLE.
                MOVE SPACES TO WS-PR-CENTS-X
                MOVE PARTNER-RECORD(WS-DF-START(3):WS-DF-LENGTH(3))
                    TO WS-PR-CENTS-X
                MOVE ZERO TO WS-PR-CENTS
                MOVE 'N' TO WS-DC-ANY
                MOVE 'N' TO WS-SCAN-GAP
                PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-DF-LENGTH(3)
                    MOVE WS-PR-CENTS-X(WS-SCAN-SUB:1) TO WS-DIGIT-X
                    IF WS-DIGIT-X IS NUMERIC
                        IF WS-SCAN-GAP = 'Y'
                            MOVE 'N' TO WS-PR-OK
                        END-IF
                        MOVE WS-DIGIT-X TO WS-DIGIT-9
                        COMPUTE WS-PR-CENTS =
                            WS-PR-CENTS * 10 + WS-DIGIT-9
                        MOVE 'Y' TO WS-DC-ANY
                    ELSE
                        IF WS-DIGIT-X = SPACE
                            IF WS-DC-ANY = 'Y'
                                MOVE 'Y' TO WS-SCAN-GAP
                            END-IF
                        ELSE
                            MOVE 'N' TO WS-PR-OK
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-DC-ANY = 'N'
                    MOVE 'N' TO WS-PR-OK
                END-IF
                IF WS-PR-OK = 'N'
                    MOVE 'PRICE NOT A CENTS AMOUNT' TO WS-REASON
                ELSE
                    COMPUTE WS-PR-PRICE = WS-PR-CENTS / 100
                END-IF
           .

           CHECK-PARTNER-DATE.
      *    ------------------- DDMMYYYY TO YYYYMMDD WITH A CALENDAR CHECK -----------------
      *    SAME RULES AS THE EDIT RUN: A REAL MONTH AND DAY (LEAP YEARS
      *    INCLUDED) AND NOT IN THE FUTURE.
                MOVE PARTNER-RECORD(WS-DF-START(4):8) TO WS-PR-DATE-X
                MOVE 'Y' TO WS-DATE-VALID
                IF WS-PR-DATE-X IS NOT NUMERIC
                    MOVE 'N' TO WS-DATE-VALID
                ELSE
                    MOVE WS-PR-YYYY TO WS-VAL-YEAR
                    MOVE WS-PR-MM   TO WS-VAL-MONTH
                    MOVE WS-PR-DD   TO WS-VAL-DAY
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
                    MOVE 'DATE NOT A REAL DDMMYYYY' TO WS-REASON
                    MOVE 'N' TO WS-PR-OK
                ELSE
                    MOVE WS-VAL-DATE TO WS-PR-DATE
                    IF WS-PR-DATE > WS-TODAY
                        MOVE 'DATE IN THE FUTURE' TO WS-REASON
                        MOVE 'N' TO WS-PR-OK
                    END-IF
                END-IF
           .

           TALLY-UNTRANSLATED.
      *    ------------------- COUNT ONE RECORD AGAINST ITS MISSING CODE -----------------
      *    TYPE AND CODE ARE PASSED IN. ONCE THE TABLE IS FULL
      *    NEW CODES STILL APPEAR AGAINST THEIR RECORDS ABOVE.
                MOVE ZERO TO WS-UX-HIT
                PERFORM VARYING WS-UX-SUB FROM 1 BY 1
                UNTIL WS-UX-SUB > WS-UX-COUNT
                    OR WS-UX-HIT > 0
                    IF WS-UX-TYPE(WS-UX-SUB) = WS-UX-TYPE-IN
                        AND WS-UX-CODE(WS-UX-SUB) = WS-UX-CODE-IN
                        MOVE WS-UX-SUB TO WS-UX-HIT
                    END-IF
                END-PERFORM
                IF WS-UX-HIT = 0 AND WS-UX-COUNT < 100
                    ADD 1 TO WS-UX-COUNT
                    MOVE WS-UX-COUNT TO WS-UX-HIT
                    MOVE WS-UX-TYPE-IN TO WS-UX-TYPE(WS-UX-HIT)
                    MOVE WS-UX-CODE-IN TO WS-UX-CODE(WS-UX-HIT)
                    MOVE ZERO TO WS-UX-RECORDS(WS-UX-HIT)
                END-IF
                IF WS-UX-HIT > 0
                    ADD 1 TO WS-UX-RECORDS(WS-UX-HIT)
                END-IF
           .

           WRITE-CONVERTED-RECORD.
      *    ------------------- ONE RECORD IN DATAFILE LAYOUT -----------------
      *    CITY,PRODUCT,PRICE,DATE - PLUS THE CURRENCY WHEN THE PARTNER
      *    DOES NOT PRICE IN MAD. THE PRICE GOES OUT WITHOUT LEADING
      *    ZEROS, AS THE OTHER FEEDS SEND IT.
                IF WS-HDR-WRITTEN = 'N'
                    PERFORM WRITE-BATCH-HEADER
                END-IF
                MOVE WS-PR-PRICE TO WS-PX-PRICE
                MOVE ZERO TO WS-PX-LEAD
                INSPECT WS-PX-PRICE TALLYING WS-PX-LEAD
                    FOR LEADING SPACE
                MOVE SPACES TO BATCH-LINE
                IF WS-DF-CURRENCY = SPACES OR WS-DF-CURRENCY = 'MAD'
                    STRING WS-PR-CITY DELIMITED BY SPACE
                        ',' DELIMITED BY SIZE
                        WS-PR-NAME DELIMITED BY SPACE
                        ',' WS-PX-PRICE(WS-PX-LEAD + 1:)
                        ',' WS-PR-DATE DELIMITED BY SIZE
                        INTO BATCH-LINE
                ELSE
                    STRING WS-PR-CITY DELIMITED BY SPACE
                        ',' DELIMITED BY SIZE
                        WS-PR-NAME DELIMITED BY SPACE
                        ',' WS-PX-PRICE(WS-PX-LEAD + 1:)
                        ',' WS-PR-DATE
                        ',' WS-DF-CURRENCY DELIMITED BY SIZE
                        INTO BATCH-LINE
                END-IF
                WRITE BATCH-LINE
                ADD 1 TO WS-CTL-CONVERTED
                ADD 1 TO WS-BATCH-COUNT
                ADD WS-PR-PRICE TO WS-BATCH-HASH
           .

           WRITE-BATCH-HEADER.
      *    ------------------- OPEN THE PARTNER'S BATCH -----------------
      *    DATED THE DAY OF CONVERSION: THE SOURCE AND DATE ARE WHAT
      *    REPLAY PROTECTION KEYS ON, SO A SECOND FEED FROM THE SAME
      *    PARTNER ON THE SAME DAY NEEDS A REPLAY CARD.
                MOVE SPACES TO BATCH-LINE
                STRING 'BATCHHDR,' DELIMITED BY SIZE
                    WS-DF-SOURCE DELIMITED BY SPACE
                    ',' WS-TODAY DELIMITED BY SIZE
                    INTO BATCH-LINE
                WRITE BATCH-LINE
                MOVE 'Y' TO WS-HDR-WRITTEN
           .

           WRITE-BATCH-TRAILER.
      *    ------------------- CLOSE THE BATCH WITH ITS CONTROL TOTALS -----------------
                MOVE WS-BATCH-HASH TO WS-BATCH-HASH-ED
                MOVE SPACES TO BATCH-LINE
                STRING 'BATCHTRL,' WS-BATCH-COUNT ','
                    WS-BATCH-HASH-ED DELIMITED BY SIZE
                    INTO BATCH-LINE
                WRITE BATCH-LINE
           .

           WRITE-CONVERSION-EXCEPTION.
      *    ------------------- ONE RECORD KEPT OUT OF THE BATCH -----------------
                ADD 1 TO WS-CTL-REJECTED
                MOVE WS-CTL-LINES TO XD-LINE
                MOVE WS-REASON TO XD-REASON
                MOVE PARTNER-RECORD TO XD-RECORD
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-EXC-DETAIL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE
           .

           WRITE-UNTRANSLATED-CODES.
      *    ------------------- CODES THE DEFINITION IS MISSING -----------------
                IF WS-UX-COUNT > 0
                    MOVE SPACES TO EXCEPT-LINE
                    WRITE EXCEPT-LINE
                    MOVE SPACES TO EXCEPT-LINE
                    MOVE WS-UX-HEADER TO EXCEPT-LINE
                    WRITE EXCEPT-LINE
                    MOVE SPACES TO EXCEPT-LINE
                    MOVE WS-UX-COL-HEADER TO EXCEPT-LINE
                    WRITE EXCEPT-LINE
                    PERFORM VARYING WS-UX-SUB FROM 1 BY 1
                    UNTIL WS-UX-SUB > WS-UX-COUNT
                        MOVE WS-UX-TYPE(WS-UX-SUB)  TO UD-TYPE
                        MOVE WS-UX-CODE(WS-UX-SUB)  TO UD-CODE
                        MOVE WS-UX-RECORDS(WS-UX-SUB) TO UD-COUNT
                        MOVE SPACES TO EXCEPT-LINE
                        MOVE WS-UX-DETAIL-LINE TO EXCEPT-LINE
                        WRITE EXCEPT-LINE
                    END-PERFORM
                END-IF
           .

           WRITE-PARTNER-TOTALS.
      *    ------------------- CONVERSION RUN TOTALS -----------------
      *    COUNT AND HASH ARE THE FIGURES ON THE BATCH TRAILER.
                MOVE SPACES TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'DEFINITION CARDS  : ' TO MT-LABEL
                MOVE WS-DF-CARDS TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-PARTNER-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'HEADER LINES SKIP : ' TO MT-LABEL
                MOVE WS-CTL-SKIPPED TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-PARTNER-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'RECORDS READ      : ' TO MT-LABEL
                MOVE WS-CTL-READ TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-PARTNER-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'RECORDS CONVERTED : ' TO MT-LABEL
                MOVE WS-CTL-CONVERTED TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-PARTNER-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'CODES UNTRANSLATED: ' TO MT-LABEL
                MOVE WS-CTL-UNMAPPED TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-PARTNER-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'EXCEPTIONS        : ' TO MT-LABEL
                MOVE WS-CTL-REJECTED TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-PARTNER-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'BATCH COUNT       : ' TO MT-LABEL
                MOVE WS-BATCH-COUNT TO MT-COUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-PARTNER-TOTAL-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE

                MOVE 'BATCH HASH TOTAL  : ' TO MH-LABEL
                MOVE WS-BATCH-HASH TO MH-AMOUNT
                MOVE SPACES TO EXCEPT-LINE
                MOVE WS-PARTNER-HASH-LINE TO EXCEPT-LINE
                WRITE EXCEPT-LINE
           .
