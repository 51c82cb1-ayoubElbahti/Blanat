           IDENTIFICATION DIVISION.
           PROGRAM-ID. BLCOMPAR.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    ------------------- RUN PARAMETER CARD FILE -----------------
               SELECT PARMFILE ASSIGN TO "RUNPARMS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.
      *    ------------------- OUTPUT REGISTER FILE -----------------
               SELECT REGISTERFILE ASSIGN TO "OUTREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OUTREG-FS.
      *    ------------------- ARCHIVED EXTRACT OF ONE RUN -----------------
               SELECT EXTRACTIN ASSIGN TO WS-EXT-IN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTIN-FS.
      *    ------------------- ARCHIVED STATISTICS OF ONE RUN -----------------
               SELECT STATSIN ASSIGN TO WS-STATS-IN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATSIN-FS.
      *    ------------------- COMPARISON SORT FILE -----------------
               SELECT CMPSORT ASSIGN TO "CMPSRTW".
      *    ------------------- DIFFERENCE REPORT FILE -----------------
               SELECT DIFFFILE ASSIGN TO "DIFFOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *    ------------------- PARAMETER CARD FILE DESCRIPTION -----------------
           FD PARMFILE.
           01 PARM-RECORD PIC X(40).
      *    ------------------- OUTPUT REGISTER DESCRIPTION -----------------
           FD REGISTERFILE.
           01 REGISTER-LINE PIC X(100).
      *    ------------------- ARCHIVED EXTRACT DESCRIPTION -----------------
           FD EXTRACTIN.
           01 EXTRACTIN-LINE PIC X(100).
      *    ------------------- ARCHIVED STATISTICS DESCRIPTION -----------------
           FD STATSIN.
           01 STATSIN-LINE PIC X(80).
      *    ------------------- COMPARISON SORT RECORD -----------------
      *    ONE ROW PER RUN AND KEY. SORTED ON KEY THEN RUN, SO THE
      *    BASELINE ROW OF A KEY IS FOLLOWED BY THE CANDIDATE ROW.
           SD CMPSORT.
           01 CMP-SORT-REC.
              05 CS-KEY.
                 10 CS-SEQ       PIC 9(1).
                 10 CS-NAME-1    PIC X(18).
                 10 CS-NAME-2    PIC X(18).
              05 CS-RUN          PIC X(1).
              05 CS-RANK         PIC 9(4).
              05 CS-VALUE        PIC 9(6)V9(2) OCCURS 4 TIMES.
              05 CS-COUNT        PIC 9(7).
              05 CS-TEXT         PIC X(18).
      *    ------------------- DIFFERENCE REPORT DESCRIPTION -----------------
           FD DIFFFILE.
           01 DIFF-LINE PIC X(120).

           WORKING-STORAGE SECTION.
      *    ------------------- RUN PARAMETER CARD WORK AREAS -----------------
      *    ONE KEYWORD=VALUE CARD PER LINE, SHARED WITH THE MAIN RUN.
      *    COMPBASE AND COMPCAND NAME THE BASELINE AND CANDIDATE RUNS BY
      *    THEIR OUTREG STAMP, COMPTOL IS THE PRICE TOLERANCE IN MAD.
      *    WITHOUT CARDS THE LATEST PUBLISHED RUN IS THE CANDIDATE, THE
      *    PUBLISHED RUN BEFORE IT THE BASELINE, AND ANY PRICE
      *    DIFFERENCE IS BEYOND TOLERANCE.
           01 WS-PARM-FS       PIC X(02).
           01 WS-PARM-SOURCE   PIC X(11) VALUE 'DEFAULTS'.
           01 WS-PARM-EOF      PIC X VALUE "N".
           01 WS-PARM-KEY      PIC X(12).
           01 WS-PARM-VALUE    PIC X(20).
           01 WS-PARM-NUM      PIC 9(8) VALUE ZERO.
           01 WS-PARM-OK       PIC X.
           01 WS-PARM-ANY      PIC X.
           01 WS-PARM-SUB      PIC 9(2) COMP VALUE ZERO.
           01 WS-PARM-DIGITS   PIC 9(2) COMP VALUE ZERO.
           01 WS-PARM-DOTS     PIC 9(2) COMP VALUE ZERO.
           01 WS-PARM-FROM     PIC 9(8) VALUE ZERO.
           01 WS-PARM-TO       PIC 9(8) VALUE 99999999.
           01 WS-PARM-VAL-DATE.
              05 WS-PARM-VAL-YEAR  PIC 9(4).
              05 WS-PARM-VAL-MONTH PIC 9(2).
              05 WS-PARM-VAL-DAY   PIC 9(2).
           01 WS-REPLAY-SOURCE PIC X(10).
           01 WS-REPLAY-DATE-X PIC X(10).
           01 WS-DIGIT-X       PIC X(1).
           01 WS-DIGIT-9       PIC 9(1).
           01 WS-BASE-STAMP-X  PIC X(14) VALUE SPACES.
           01 WS-CAND-STAMP-X  PIC X(14) VALUE SPACES.
           01 WS-TOL-X         PIC X(10).
           01 WS-COMP-TOL      PIC 9(6)V9(2) VALUE ZERO.
      *    ------------------- OUTPUT REGISTER TABLE -----------------
           01 WS-OUTREG-FS     PIC X(02).
           01 WS-OUTREG-DETAIL.
              05 OR-DATE         PIC 9(8).
              05 FILLER          PIC X(01).
              05 OR-TIME         PIC 9(6).
              05 FILLER          PIC X(01).
              05 OR-FROM         PIC 9(8).
              05 FILLER          PIC X(01).
              05 OR-TO           PIC 9(8).
              05 FILLER          PIC X(01).
              05 OR-RC           PIC 9(2).
              05 FILLER          PIC X(01).
              05 OR-READ         PIC 9(6).
              05 FILLER          PIC X(01).
              05 OR-MATCHED      PIC 9(6).
              05 FILLER          PIC X(01).
              05 OR-REJECTED     PIC 9(6).
           01 WS-REG-TABLE.
              05 WS-RG-ENTRY OCCURS 999 TIMES.
                 10 WS-RG-DATE      PIC 9(8).
                 10 WS-RG-TIME      PIC 9(6).
                 10 WS-RG-RC        PIC 9(2).
                 10 WS-RG-READ      PIC 9(6).
                 10 WS-RG-MATCHED   PIC 9(6).
                 10 WS-RG-REJECTED  PIC 9(6).
           01 WS-REG-COUNT     PIC 9(3) COMP VALUE ZERO.
           01 WS-REG-SUB       PIC 9(3) COMP VALUE ZERO.
           01 WS-BASE-SUB      PIC 9(3) COMP VALUE ZERO.
           01 WS-CAND-SUB      PIC 9(3) COMP VALUE ZERO.
           01 WS-FIND-STAMP-X  PIC X(14).
           01 WS-FIND-SUB      PIC 9(3) COMP VALUE ZERO.
      *    ------------------- ARCHIVE NAMES -----------------
           01 WS-EXTIN-FS      PIC X(02).
           01 WS-STATSIN-FS    PIC X(02).
           01 WS-EXT-IN-NAME   PIC X(32).
           01 WS-STATS-IN-NAME PIC X(32).
           01 WS-BASE-EXT-NAME   PIC X(32).
           01 WS-CAND-EXT-NAME   PIC X(32).
           01 WS-BASE-STATS-NAME PIC X(32).
           01 WS-CAND-STATS-NAME PIC X(32).
      *    ------------- 'S' = STATISTICS FROM THE STATSOUT ARCHIVES,
      *    ------------- 'E' = FROM THE EXTRACT'S STATISTICS ROWS, FOR
      *    ------------- RUNS ARCHIVED BEFORE STATSOUT WAS KEPT ---------
           01 WS-STATS-FROM    PIC X VALUE 'S'.
      *    ------------------- ROW LOAD WORK AREAS -----------------
           01 WS-LOAD-RUN      PIC X(1).
           01 WS-EOF           PIC X VALUE "N".
      *    ------------- THE MAIN RUN WRITES ITS AVERAGE AND CHEAPEST
      *    ------------- ROWS IN MASTER ORDER, BEFORE IT SORTS ITS
      *    ------------- RANKINGS, SO EACH RUN'S ROWS ARE HELD HERE AND
      *    ------------- RANKED BY SECTION, PRICE AND NAME -------------
           01 WS-RANK-COUNT    PIC 9(3) COMP VALUE ZERO.
           01 WS-RANK-SUB      PIC 9(3) COMP VALUE ZERO.
           01 WS-RANK-NEXT     PIC 9(4) VALUE ZERO.
           01 WS-RANK-SEQ      PIC 9(1) VALUE ZERO.
           01 WS-RANK-TABLE.
              05 WS-RK-ENTRY OCCURS 1 TO 300 TIMES
                 DEPENDING ON WS-RANK-COUNT.
                 10 WS-RK-SEQ     PIC 9(1).
                 10 WS-RK-VALUE   PIC 9(6)V9(2).
                 10 WS-RK-NAME    PIC X(18).
                 10 WS-RK-COUNT   PIC 9(7).
                 10 WS-RK-TEXT    PIC X(18).
           01 WS-EX-TYPE       PIC X(10).
           01 WS-EX-DATE       PIC X(10).
           01 WS-EX-FIELDS.
              05 WS-EX-FIELD PIC X(18) OCCURS 6 TIMES.
           01 WS-EX-SUB        PIC 9(1) COMP VALUE ZERO.
           01 WS-EX-PRICE-ED   PIC 9(6).9(2).
           01 WS-EX-COUNT-X    PIC X(6).
           01 WS-EX-COUNT      PIC 9(6).
           01 WS-STATS-SECTION PIC 9(1) VALUE ZERO.
      *    ------------- SAME LAYOUT THE MAIN RUN PRINTS ON STATSOUT -----
           01 WS-STATS-IN-LINE.
              05 SI-NAME         PIC X(18).
              05 FILLER          PIC X(01).
              05 SI-MIN          PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01).
              05 SI-MAX          PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01).
              05 SI-MEDIAN       PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01).
              05 SI-DEV          PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01).
              05 SI-COUNT        PIC ZZZ,ZZ9.
              05 FILLER          PIC X(09).
      *    ------------------- PAIRING WORK AREAS -----------------
           01 WS-CMP-EOF       PIC X VALUE "N".
           01 WS-HOLD-SW       PIC X VALUE "N".
           01 WS-HOLD-REC.
              05 HD-KEY.
                 10 HD-SEQ       PIC 9(1).
                 10 HD-NAME-1    PIC X(18).
                 10 HD-NAME-2    PIC X(18).
              05 HD-RUN          PIC X(1).
              05 HD-RANK         PIC 9(4).
              05 HD-VALUE        PIC 9(6)V9(2) OCCURS 4 TIMES.
              05 HD-COUNT        PIC 9(7).
              05 HD-TEXT         PIC X(18).
           01 WS-CUR-REC.
              05 CR-KEY.
                 10 CR-SEQ       PIC 9(1).
                 10 CR-NAME-1    PIC X(18).
                 10 CR-NAME-2    PIC X(18).
              05 CR-RUN          PIC X(1).
              05 CR-RANK         PIC 9(4).
              05 CR-VALUE        PIC 9(6)V9(2) OCCURS 4 TIMES.
              05 CR-COUNT        PIC 9(7).
              05 CR-TEXT         PIC X(18).
           01 WS-VAL-SUB       PIC 9(1) COMP VALUE ZERO.
           01 WS-CMP-BASE      PIC 9(6)V9(2).
           01 WS-CMP-CAND      PIC 9(6)V9(2).
           01 WS-CMP-DIFF      PIC S9(6)V9(2).
           01 WS-CMP-ABS       PIC 9(6)V9(2).
           01 WS-RANK-DIFF     PIC S9(4).
           01 WS-LAST-SEQ      PIC 9(1) VALUE ZERO.
      *    ------------------- SECTION NAMES AND COUNTS -----------------
      *    1 CITY RANKING, 2 REGION RANKING, 3 PRODUCT RANKING,
      *    4 CITY/PRODUCT MATRIX, 5 CITY STATISTICS, 6 PRODUCT STATISTICS
           01 WS-SECTION-NAMES.
              05 FILLER PIC X(20) VALUE 'CITY RANKING'.
              05 FILLER PIC X(20) VALUE 'REGION RANKING'.
              05 FILLER PIC X(20) VALUE 'PRODUCT RANKING'.
              05 FILLER PIC X(20) VALUE 'CITY/PRODUCT MATRIX'.
              05 FILLER PIC X(20) VALUE 'CITY STATISTICS'.
              05 FILLER PIC X(20) VALUE 'PRODUCT STATISTICS'.
           01 WS-SECTION-NAME-TAB REDEFINES WS-SECTION-NAMES.
              05 WS-SECTION-NAME PIC X(20) OCCURS 6 TIMES.
           01 WS-STAT-ITEMS.
              05 FILLER PIC X(07) VALUE 'MINIMUM'.
              05 FILLER PIC X(07) VALUE 'MAXIMUM'.
              05 FILLER PIC X(07) VALUE 'MEDIAN'.
              05 FILLER PIC X(07) VALUE 'STD DEV'.
           01 WS-STAT-ITEM-TAB REDEFINES WS-STAT-ITEMS.
              05 WS-STAT-ITEM PIC X(07) OCCURS 4 TIMES.
           01 WS-SECTION-TABLE.
              05 WS-SC-ENTRY OCCURS 6 TIMES.
                 10 WS-SC-BASE    PIC 9(6) COMP.
                 10 WS-SC-CAND    PIC 9(6) COMP.
                 10 WS-SC-BOTH    PIC 9(6) COMP.
                 10 WS-SC-BONLY   PIC 9(6) COMP.
                 10 WS-SC-CONLY   PIC 9(6) COMP.
                 10 WS-SC-MOVES   PIC 9(6) COMP.
                 10 WS-SC-BEYOND  PIC 9(6) COMP.
                 10 WS-SC-WITHIN  PIC 9(6) COMP.
           01 WS-SC-SUB        PIC 9(1) COMP VALUE ZERO.
      *    ------------------- RUN TOTALS -----------------
           01 WS-CTL-BONLY     PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-CONLY     PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-MOVES     PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-BEYOND    PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-WITHIN    PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-BOTH      PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT    PIC Z,ZZZ,ZZ9.
           01 WS-CURRENT-DATE-DATA.
                 05  WS-CURRENT-DATE.
                     10  WS-CURRENT-YEAR           PIC 9(04).
                     10  WS-CURRENT-MONTH          PIC 9(02).
                     10  WS-CURRENT-DAY            PIC 9(02).
                 05  WS-CURRENT-TIME               PIC X(08).
      *    ------------------- DIFFERENCE REPORT WORK AREAS -----------------
           01 WS-DIFF-HEADER-1.
              05 FILLER          PIC X(44) VALUE
                 'BLCOMPAR  -  PARALLEL  RUN  COMPARISON'.
           01 WS-DIFF-DATE-LINE.
              05 FILLER          PIC X(10) VALUE 'RUN DATE :'.
              05 DH-YEAR         PIC 9(04).
              05 FILLER          PIC X(01) VALUE '-'.
              05 DH-MONTH        PIC 9(02).
              05 FILLER          PIC X(01) VALUE '-'.
              05 DH-DAY          PIC 9(02).
           01 WS-DIFF-RUN-LINE.
              05 DR-LABEL        PIC X(20).
              05 DR-DATE         PIC 9(08).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DR-TIME         PIC 9(06).
              05 FILLER          PIC X(06) VALUE '  RC: '.
              05 DR-RC           PIC 9(02).
              05 FILLER          PIC X(08) VALUE '  READ: '.
              05 DR-READ         PIC ZZZ,ZZ9.
              05 FILLER          PIC X(11) VALUE '  MATCHED: '.
              05 DR-MATCHED      PIC ZZZ,ZZ9.
              05 FILLER          PIC X(12) VALUE '  REJECTED: '.
              05 DR-REJECTED     PIC ZZZ,ZZ9.
           01 WS-DIFF-TOL-LINE.
              05 FILLER          PIC X(20) VALUE 'PRICE TOLERANCE   : '.
              05 DT-TOL          PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(04) VALUE ' MAD'.
           01 WS-DIFF-COL-HEADER.
              05 FILLER          PIC X(38) VALUE 'KEY'.
              05 FILLER          PIC X(08) VALUE 'ITEM'.
              05 FILLER          PIC X(19) VALUE 'BASELINE'.
              05 FILLER          PIC X(19) VALUE 'CANDIDATE'.
              05 FILLER          PIC X(13) VALUE '  DIFFERENCE'.
              05 FILLER          PIC X(16) VALUE 'NOTE'.
           01 WS-DIFF-DETAIL-LINE.
              05 DD-KEY          PIC X(37).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DD-ITEM         PIC X(07).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DD-BASE         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DD-CAND         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DD-DIFF         PIC X(12).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DD-NOTE         PIC X(16).
           01 WS-ED-PRICE      PIC ZZZ,ZZ9.99.
           01 WS-ED-DIFF       PIC +++,++9.99.
           01 WS-ED-RANK       PIC ZZZ9.
           01 WS-ED-RANK-DIFF  PIC +++9.
           01 WS-ED-COUNT      PIC Z,ZZZ,ZZ9.
           01 WS-ED-COUNT-DIFF PIC +,+++,++9.
           01 WS-COUNT-DIFF    PIC S9(7).
           01 WS-SUMMARY-COL-HEADER.
              05 FILLER          PIC X(20) VALUE 'SECTION'.
              05 FILLER          PIC X(08) VALUE '    BASE'.
              05 FILLER          PIC X(08) VALUE '    CAND'.
              05 FILLER          PIC X(08) VALUE '    BOTH'.
              05 FILLER          PIC X(08) VALUE '  B ONLY'.
              05 FILLER          PIC X(08) VALUE '  C ONLY'.
              05 FILLER          PIC X(08) VALUE '   MOVES'.
              05 FILLER          PIC X(08) VALUE '  BEYOND'.
              05 FILLER          PIC X(08) VALUE '  WITHIN'.
           01 WS-SUMMARY-DETAIL-LINE.
              05 DS-SECTION      PIC X(20).
              05 DS-BASE         PIC ZZZ,ZZ9.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DS-CAND         PIC ZZZ,ZZ9.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DS-BOTH         PIC ZZZ,ZZ9.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DS-BONLY        PIC ZZZ,ZZ9.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DS-CONLY        PIC ZZZ,ZZ9.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DS-MOVES        PIC ZZZ,ZZ9.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DS-BEYOND       PIC ZZZ,ZZ9.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 DS-WITHIN       PIC ZZZ,ZZ9.
           01 WS-DIFF-TOTAL-LINE.
              05 MT-LABEL        PIC X(20).
              05 MT-COUNT        PIC Z,ZZZ,ZZ9.

           PROCEDURE DIVISION.
           MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA

             PERFORM GET-RUN-PARAMETERS
             PERFORM LOAD-OUTPUT-REGISTER
             PERFORM CHOOSE-RUNS
             PERFORM CHECK-ARCHIVES

             INITIALIZE WS-SECTION-TABLE
             SORT CMPSORT
                ON ASCENDING KEY CS-KEY
                ON ASCENDING KEY CS-RUN
                INPUT PROCEDURE LOAD-COMPARE-ROWS
                OUTPUT PROCEDURE WRITE-DIFFERENCE-REPORT

             MOVE WS-CTL-BEYOND TO WS-COUNT-EDIT
             DISPLAY "BLCOMPAR - BEYOND TOLERANCE  : " WS-COUNT-EDIT
             COMPUTE WS-COUNT-EDIT = WS-CTL-BONLY + WS-CTL-CONLY
             DISPLAY "BLCOMPAR - KEYS IN ONE RUN   : " WS-COUNT-EDIT
             MOVE WS-CTL-MOVES TO WS-COUNT-EDIT
             DISPLAY "BLCOMPAR - RANK MOVES        : " WS-COUNT-EDIT

      *    ------------------- SCHEDULER RETURN CODE -----------------
      *    0 = THE RUNS AGREE WITHIN TOLERANCE, 4 = RANKS MOVED BUT NO
      *    PRICE IS BEYOND TOLERANCE, 8 = PROMOTION BLOCKED (A PRICE OR
      *    COUNT BEYOND TOLERANCE, OR A KEY IN ONLY ONE RUN), 12 =
      *    ABORTED.
             MOVE ZERO TO RETURN-CODE
             IF WS-CTL-MOVES > 0
                 MOVE 4 TO RETURN-CODE
             END-IF
             IF WS-CTL-BEYOND > 0 OR WS-CTL-BONLY > 0
                 OR WS-CTL-CONLY > 0
                 DISPLAY "BLCOMPAR - DIFFERENCES BEYOND TOLERANCE - "
                     "PROMOTION BLOCKED"
                 MOVE 8 TO RETURN-CODE
             END-IF
             STOP RUN.

           GET-RUN-PARAMETERS.
      *    ------------------- RUN CONFIGURATION FROM THE CARD FILE -----------------
      *    NO CARD FILE MEANS THE DEFAULTS: LATEST RUN AGAINST THE RUN
      *    BEFORE IT, ZERO TOLERANCE.
                OPEN INPUT PARMFILE
                IF WS-PARM-FS = "00"
                    MOVE 'RUNPARMS   ' TO WS-PARM-SOURCE
                    MOVE "N" TO WS-PARM-EOF
                    READ PARMFILE
                        AT END MOVE "Y" TO WS-PARM-EOF
                    END-READ
                    PERFORM UNTIL WS-PARM-EOF = "Y"
      *    ------------- A BLANK LINE OR A '*' CARD IS A COMMENT -----------------
                        IF PARM-RECORD NOT = SPACES
                            AND PARM-RECORD(1:1) NOT = '*'
                            MOVE SPACES TO WS-PARM-KEY
                            MOVE SPACES TO WS-PARM-VALUE
                            UNSTRING PARM-RECORD DELIMITED BY "="
                                INTO WS-PARM-KEY, WS-PARM-VALUE
                            PERFORM APPLY-PARM-CARD
                        END-IF
                        READ PARMFILE
                            AT END MOVE "Y" TO WS-PARM-EOF
                        END-READ
                    END-PERFORM
                    CLOSE PARMFILE
                    IF WS-PARM-FROM > WS-PARM-TO
                        DISPLAY "BLCOMPAR - RUN ABORTED"
                        DISPLAY "DATEFROM AFTER DATETO ON RUNPARMS"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
                DISPLAY "BLCOMPAR - PARM SOURCE " WS-PARM-SOURCE
           .

           APPLY-PARM-CARD.
      *    ------------------- VALIDATE AND APPLY ONE PARAMETER CARD -----------------
      *    THE FULL SHARED KEYWORD SET IS ACCEPTED, SO ONE CARD FILE CAN
      *    DRIVE THE WHOLE SCHEDULE - KEYWORDS THIS PROGRAM DOES NOT
      *    USE ARE STILL VALIDATED, NEVER IGNORED.
                EVALUATE WS-PARM-KEY
                    WHEN 'COMPBASE'
                        PERFORM PARM-CHECK-STAMP
                        MOVE WS-PARM-VALUE(1:14) TO WS-BASE-STAMP-X
                    WHEN 'COMPCAND'
                        PERFORM PARM-CHECK-STAMP
                        MOVE WS-PARM-VALUE(1:14) TO WS-CAND-STAMP-X
                    WHEN 'COMPTOL'
                        PERFORM PARM-CHECK-AMOUNT
                        MOVE WS-PARM-VALUE(1:10) TO WS-TOL-X
                        MOVE WS-TOL-X TO WS-COMP-TOL
                    WHEN 'TRENDPCT'
                        PERFORM PARM-SCAN-NUMBER
                        IF WS-PARM-OK = 'N' OR WS-PARM-NUM = 0
                            OR WS-PARM-NUM > 999
                            PERFORM PARM-CARD-ERROR
                        END-IF
                    WHEN 'HISTMODE'
                        PERFORM PARM-CHECK-YN
                    WHEN 'RESTART'
                        PERFORM PARM-CHECK-YN
                    WHEN 'REPAIRMODE'
                        PERFORM PARM-CHECK-YN
                    WHEN 'REJLIMIT'
                        PERFORM PARM-SCAN-NUMBER
                        IF WS-PARM-OK = 'N' OR WS-PARM-NUM > 999
                            PERFORM PARM-CARD-ERROR
                        END-IF
                    WHEN 'DATEFROM'
                        PERFORM PARM-CHECK-DATE
                        MOVE WS-PARM-VALUE(1:8) TO WS-PARM-FROM
                    WHEN 'DATETO'
                        PERFORM PARM-CHECK-DATE
                        MOVE WS-PARM-VALUE(1:8) TO WS-PARM-TO
                    WHEN 'ARCHDAYS'
                        PERFORM PARM-SCAN-NUMBER
                        IF WS-PARM-OK = 'N' OR WS-PARM-NUM = 0
                            OR WS-PARM-NUM > 9999
                            PERFORM PARM-CARD-ERROR
                        END-IF
                    WHEN 'INQCITY'
                        CONTINUE
                    WHEN 'INQPRODUCT'
                        CONTINUE
                    WHEN 'REPLAY'
                        PERFORM PARM-CHECK-REPLAY
                    WHEN OTHER
                        DISPLAY "BLCOMPAR - UNKNOWN PARAMETER KEYWORD"
                        PERFORM PARM-CARD-ERROR
                END-EVALUATE
           .

           PARM-CHECK-YN.
      *    ------------------- CARD VALUE MUST BE EXACTLY Y OR N -----------------
                IF (WS-PARM-VALUE(1:1) NOT = 'Y'
                    AND WS-PARM-VALUE(1:1) NOT = 'N')
                    OR WS-PARM-VALUE(2:19) NOT = SPACES
                    PERFORM PARM-CARD-ERROR
                END-IF
           .

           PARM-CHECK-DATE.
      *    ------------------- CARD VALUE MUST BE A PLAUSIBLE YYYYMMDD -----------------
                IF WS-PARM-VALUE(1:8) IS NOT NUMERIC
                    OR WS-PARM-VALUE(9:12) NOT = SPACES
                    PERFORM PARM-CARD-ERROR
                END-IF
                MOVE WS-PARM-VALUE(1:8) TO WS-PARM-VAL-DATE
                IF WS-PARM-VAL-MONTH < 1 OR WS-PARM-VAL-MONTH > 12
                    OR WS-PARM-VAL-DAY < 1 OR WS-PARM-VAL-DAY > 31
                    PERFORM PARM-CARD-ERROR
                END-IF
           .

           PARM-CHECK-REPLAY.
      *    ------------------- CARD VALUE MUST BE SOURCE,YYYYMMDD -----------------
                MOVE SPACES TO WS-REPLAY-SOURCE
                MOVE SPACES TO WS-REPLAY-DATE-X
                UNSTRING WS-PARM-VALUE DELIMITED BY ","
                    INTO WS-REPLAY-SOURCE, WS-REPLAY-DATE-X
                IF WS-REPLAY-SOURCE = SPACES
                    OR WS-REPLAY-SOURCE(9:2) NOT = SPACES
                    OR WS-REPLAY-DATE-X(1:8) IS NOT NUMERIC
                    OR WS-REPLAY-DATE-X(9:2) NOT = SPACES
                    PERFORM PARM-CARD-ERROR
                END-IF
           .

           PARM-CHECK-STAMP.
      *    ------------------- CARD VALUE MUST BE A RUN STAMP -----------------
      *    YYYYMMDDHHMMSS AS THE RUN STANDS ON OUTREG, OR YYYYMMDD ALONE
      *    FOR THE LAST RUN OF THAT DAY.
                IF WS-PARM-VALUE(1:8) IS NOT NUMERIC
                    OR WS-PARM-VALUE(15:6) NOT = SPACES
                    PERFORM PARM-CARD-ERROR
                END-IF
                IF WS-PARM-VALUE(9:6) NOT = SPACES
                    AND WS-PARM-VALUE(9:6) IS NOT NUMERIC
                    PERFORM PARM-CARD-ERROR
                END-IF
                MOVE WS-PARM-VALUE(1:8) TO WS-PARM-VAL-DATE
                IF WS-PARM-VAL-MONTH < 1 OR WS-PARM-VAL-MONTH > 12
                    OR WS-PARM-VAL-DAY < 1 OR WS-PARM-VAL-DAY > 31
                    PERFORM PARM-CARD-ERROR
                END-IF
           .

           PARM-CHECK-AMOUNT.
      *    ------------------- CARD VALUE MUST BE DIGITS AND ONE POINT -----------------
                MOVE ZERO TO WS-PARM-DIGITS
                MOVE ZERO TO WS-PARM-DOTS
                PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                UNTIL WS-PARM-SUB > 20
                    IF WS-PARM-VALUE(WS-PARM-SUB:1) IS NUMERIC
                        ADD 1 TO WS-PARM-DIGITS
                    ELSE
                        IF WS-PARM-VALUE(WS-PARM-SUB:1) = '.'
                            ADD 1 TO WS-PARM-DOTS
                        ELSE
                            IF WS-PARM-VALUE(WS-PARM-SUB:1) NOT = SPACE
                                PERFORM PARM-CARD-ERROR
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-PARM-DIGITS = 0 OR WS-PARM-DIGITS > 8
                    OR WS-PARM-DOTS > 1
                    PERFORM PARM-CARD-ERROR
                END-IF
           .

           PARM-SCAN-NUMBER.
      *    ------------------- CARD VALUE MUST BE AN UNSIGNED NUMBER -----------------
      *    THE VALUE ARRIVES LEFT-JUSTIFIED, SO A PLAIN NUMERIC TEST
      *    WOULD REFUSE '5  ' - SCAN THE DIGITS INSTEAD.
                MOVE ZERO TO WS-PARM-NUM
                MOVE 'Y' TO WS-PARM-OK
                MOVE 'N' TO WS-PARM-ANY
                PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                UNTIL WS-PARM-SUB > 8
                    MOVE WS-PARM-VALUE(WS-PARM-SUB:1)
                        TO WS-DIGIT-X
                    IF WS-DIGIT-X IS NUMERIC
                        MOVE WS-DIGIT-X TO WS-DIGIT-9
                        COMPUTE WS-PARM-NUM =
                            WS-PARM-NUM * 10 + WS-DIGIT-9
                        MOVE 'Y' TO WS-PARM-ANY
                    ELSE
                        IF WS-DIGIT-X NOT = SPACE
                            MOVE 'N' TO WS-PARM-OK
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-PARM-ANY = 'N'
                    MOVE 'N' TO WS-PARM-OK
                END-IF
           .

           PARM-CARD-ERROR.
      *    ------------------- A BAD CARD NEVER RUNS ON DEFAULTS -----------------
                DISPLAY "BLCOMPAR - RUN ABORTED"
                DISPLAY "INVALID PARAMETER CARD: " PARM-RECORD
                MOVE 12 TO RETURN-CODE
                STOP RUN
           .

           LOAD-OUTPUT-REGISTER.
      *    ------------------- EVERY REGISTERED RUN, OLDEST FIRST -----------------
      *    A LINE THAT DOES NOT PARSE IS PASSED OVER, AS THE MAIN RUN'S
      *    PURGE DOES.
                OPEN INPUT REGISTERFILE
                IF WS-OUTREG-FS NOT = "00"
                    DISPLAY "BLCOMPAR - RUN ABORTED"
                    DISPLAY "OUTREG UNAVAILABLE - NO RUNS TO COMPARE"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE ZERO TO WS-REG-COUNT
                MOVE "N" TO WS-EOF
                READ REGISTERFILE
                    AT END MOVE "Y" TO WS-EOF
                END-READ
                PERFORM UNTIL WS-EOF = "Y"
                    MOVE REGISTER-LINE TO WS-OUTREG-DETAIL
                    IF OR-DATE IS NUMERIC AND OR-TIME IS NUMERIC
                        AND OR-RC IS NUMERIC
                        IF WS-REG-COUNT < 999
                            ADD 1 TO WS-REG-COUNT
                        ELSE
                            DISPLAY "BLCOMPAR - OUTREG HOLDS MORE THAN "
                                "999 RUNS - OLDEST NOT CONSIDERED"
                            PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                            UNTIL WS-REG-SUB > 998
                                MOVE WS-RG-ENTRY(WS-REG-SUB + 1)
                                    TO WS-RG-ENTRY(WS-REG-SUB)
                            END-PERFORM
                        END-IF
                        MOVE OR-DATE TO WS-RG-DATE(WS-REG-COUNT)
                        MOVE OR-TIME TO WS-RG-TIME(WS-REG-COUNT)
                        MOVE OR-RC   TO WS-RG-RC(WS-REG-COUNT)
                        MOVE ZERO TO WS-RG-READ(WS-REG-COUNT)
                        MOVE ZERO TO WS-RG-MATCHED(WS-REG-COUNT)
                        MOVE ZERO TO WS-RG-REJECTED(WS-REG-COUNT)
                        IF OR-READ IS NUMERIC
                            MOVE OR-READ TO WS-RG-READ(WS-REG-COUNT)
                        END-IF
                        IF OR-MATCHED IS NUMERIC
                            MOVE OR-MATCHED
                                TO WS-RG-MATCHED(WS-REG-COUNT)
                        END-IF
                        IF OR-REJECTED IS NUMERIC
                            MOVE OR-REJECTED
                                TO WS-RG-REJECTED(WS-REG-COUNT)
                        END-IF
                    END-IF
                    READ REGISTERFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
                CLOSE REGISTERFILE
           .

           CHOOSE-RUNS.
      *    ------------------- PICK THE BASELINE AND CANDIDATE RUNS -----------------
      *    ONLY A RUN THAT PUBLISHED (RC BELOW 8) IS CHOSEN BY DEFAULT;
      *    A HALTED RUN (RC 8) MUST BE NAMED BY ITS FULL STAMP. AN
      *    ABORTED RUN (RC 12) IS REFUSED EVEN WHEN NAMED ON A CARD.
                MOVE ZERO TO WS-CAND-SUB
                IF WS-CAND-STAMP-X = SPACES
                    PERFORM VARYING WS-REG-SUB FROM WS-REG-COUNT BY -1
                    UNTIL WS-REG-SUB < 1 OR WS-CAND-SUB > 0
                        IF WS-RG-RC(WS-REG-SUB) < 8
                            MOVE WS-REG-SUB TO WS-CAND-SUB
                        END-IF
                    END-PERFORM
                ELSE
                    MOVE WS-CAND-STAMP-X TO WS-FIND-STAMP-X
                    PERFORM FIND-REGISTERED-RUN
                    MOVE WS-FIND-SUB TO WS-CAND-SUB
                END-IF
                IF WS-CAND-SUB = 0
                    DISPLAY "BLCOMPAR - RUN ABORTED"
                    DISPLAY "CANDIDATE RUN NOT FOUND ON OUTREG"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF

                MOVE ZERO TO WS-BASE-SUB
                IF WS-BASE-STAMP-X = SPACES
                    PERFORM VARYING WS-REG-SUB FROM WS-CAND-SUB BY -1
                    UNTIL WS-REG-SUB < 1 OR WS-BASE-SUB > 0
                        IF WS-RG-RC(WS-REG-SUB) < 8
                            AND WS-REG-SUB NOT = WS-CAND-SUB
                            MOVE WS-REG-SUB TO WS-BASE-SUB
                        END-IF
                    END-PERFORM
                ELSE
                    MOVE WS-BASE-STAMP-X TO WS-FIND-STAMP-X
                    PERFORM FIND-REGISTERED-RUN
                    MOVE WS-FIND-SUB TO WS-BASE-SUB
                END-IF
                IF WS-BASE-SUB = 0
                    DISPLAY "BLCOMPAR - RUN ABORTED"
                    DISPLAY "BASELINE RUN NOT FOUND ON OUTREG"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF

                IF WS-BASE-SUB = WS-CAND-SUB
                    DISPLAY "BLCOMPAR - RUN ABORTED"
                    DISPLAY "BASELINE AND CANDIDATE ARE THE SAME RUN"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF WS-RG-RC(WS-BASE-SUB) >= 12
                    OR WS-RG-RC(WS-CAND-SUB) >= 12
                    DISPLAY "BLCOMPAR - RUN ABORTED"
                    DISPLAY "A CHOSEN RUN ENDED RC 12 - NOTHING WAS "
                        "PUBLISHED TO COMPARE"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
           .

           FIND-REGISTERED-RUN.
      *    ------------------- LATEST REGISTER LINE FOR ONE STAMP -----------------
      *    A DATE ALONE TAKES THE LAST RUN OF THAT DAY THAT PUBLISHED
      *    ITS OUTPUTS; A FULL STAMP TAKES THAT RUN AS IT STANDS.
                MOVE ZERO TO WS-FIND-SUB
                PERFORM VARYING WS-REG-SUB FROM WS-REG-COUNT BY -1
                UNTIL WS-REG-SUB < 1 OR WS-FIND-SUB > 0
                    IF WS-RG-DATE(WS-REG-SUB) = WS-FIND-STAMP-X(1:8)
                        IF WS-FIND-STAMP-X(9:6) = SPACES
                            IF WS-RG-RC(WS-REG-SUB) < 8
                                MOVE WS-REG-SUB TO WS-FIND-SUB
                            END-IF
                        ELSE
                            IF WS-RG-TIME(WS-REG-SUB)
                                = WS-FIND-STAMP-X(9:6)
                                MOVE WS-REG-SUB TO WS-FIND-SUB
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
           .

           CHECK-ARCHIVES.
      *    ------------------- BOTH RUNS MUST STILL BE ON ARCHIVE -----------------
      *    THE ARCHIVE NAMES ARE REBUILT FROM THE REGISTER STAMP THE SAME
      *    WAY THE MAIN RUN BUILDS THEM. A MISSING EXTRACT ABORTS; A
      *    MISSING STATSOUT SWITCHES BOTH RUNS TO THE EXTRACT'S
      *    STATISTICS ROWS SO THE TWO SIDES ARE ALWAYS READ ALIKE.
                MOVE SPACES TO WS-BASE-EXT-NAME
                STRING 'EXTRACTOUT.D' WS-RG-DATE(WS-BASE-SUB)
                    '.T' WS-RG-TIME(WS-BASE-SUB) DELIMITED BY SIZE
                    INTO WS-BASE-EXT-NAME
                MOVE SPACES TO WS-CAND-EXT-NAME
                STRING 'EXTRACTOUT.D' WS-RG-DATE(WS-CAND-SUB)
                    '.T' WS-RG-TIME(WS-CAND-SUB) DELIMITED BY SIZE
                    INTO WS-CAND-EXT-NAME
                MOVE SPACES TO WS-BASE-STATS-NAME
                STRING 'STATSOUT.D' WS-RG-DATE(WS-BASE-SUB)
                    '.T' WS-RG-TIME(WS-BASE-SUB) DELIMITED BY SIZE
                    INTO WS-BASE-STATS-NAME
                MOVE SPACES TO WS-CAND-STATS-NAME
                STRING 'STATSOUT.D' WS-RG-DATE(WS-CAND-SUB)
                    '.T' WS-RG-TIME(WS-CAND-SUB) DELIMITED BY SIZE
                    INTO WS-CAND-STATS-NAME

                MOVE WS-BASE-EXT-NAME TO WS-EXT-IN-NAME
                OPEN INPUT EXTRACTIN
                IF WS-EXTIN-FS NOT = "00"
                    DISPLAY "BLCOMPAR - RUN ABORTED"
                    DISPLAY "BASELINE ARCHIVE MISSING: " WS-EXT-IN-NAME
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                CLOSE EXTRACTIN
                MOVE WS-CAND-EXT-NAME TO WS-EXT-IN-NAME
                OPEN INPUT EXTRACTIN
                IF WS-EXTIN-FS NOT = "00"
                    DISPLAY "BLCOMPAR - RUN ABORTED"
                    DISPLAY "CANDIDATE ARCHIVE MISSING: " WS-EXT-IN-NAME
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                CLOSE EXTRACTIN

                MOVE 'S' TO WS-STATS-FROM
                MOVE WS-BASE-STATS-NAME TO WS-STATS-IN-NAME
                OPEN INPUT STATSIN
                IF WS-STATSIN-FS = "00"
                    CLOSE STATSIN
                ELSE
                    MOVE 'E' TO WS-STATS-FROM
                END-IF
                MOVE WS-CAND-STATS-NAME TO WS-STATS-IN-NAME
                OPEN INPUT STATSIN
                IF WS-STATSIN-FS = "00"
                    CLOSE STATSIN
                ELSE
                    MOVE 'E' TO WS-STATS-FROM
                END-IF
                IF WS-STATS-FROM = 'E'
                    DISPLAY "BLCOMPAR - STATSOUT NOT ARCHIVED FOR BOTH "
                        "RUNS - STATISTICS TAKEN FROM EXTRACTOUT"
                END-IF
           .

           LOAD-COMPARE-ROWS.
      *    ------------------- BOTH RUNS INTO THE SORT -----------------
                MOVE 'B' TO WS-LOAD-RUN
                MOVE WS-BASE-EXT-NAME TO WS-EXT-IN-NAME
                PERFORM RELEASE-EXTRACT-ROWS
                MOVE 'C' TO WS-LOAD-RUN
                MOVE WS-CAND-EXT-NAME TO WS-EXT-IN-NAME
                PERFORM RELEASE-EXTRACT-ROWS
                IF WS-STATS-FROM = 'S'
                    MOVE 'B' TO WS-LOAD-RUN
                    MOVE WS-BASE-STATS-NAME TO WS-STATS-IN-NAME
                    PERFORM RELEASE-STATS-ROWS
                    MOVE 'C' TO WS-LOAD-RUN
                    MOVE WS-CAND-STATS-NAME TO WS-STATS-IN-NAME
                    PERFORM RELEASE-STATS-ROWS
                END-IF
           .

           RELEASE-EXTRACT-ROWS.
      *    ------------------- ONE RUN'S EXTRACT -----------------
      *    MATRIX AND STATISTICS ROWS GO STRAIGHT TO THE SORT. THE
      *    AVERAGE AND CHEAPEST ROWS ARE HELD UNTIL THE WHOLE EXTRACT IS
      *    READ AND RANKED, THEN RELEASED WITH THEIR RANK.
                MOVE ZERO TO WS-RANK-COUNT
                MOVE "N" TO WS-EOF
                OPEN INPUT EXTRACTIN
                READ EXTRACTIN
                    AT END MOVE "Y" TO WS-EOF
                END-READ
                PERFORM UNTIL WS-EOF = "Y"
                    MOVE SPACES TO WS-EX-TYPE
                    MOVE SPACES TO WS-EX-DATE
                    MOVE SPACES TO WS-EX-FIELDS
                    UNSTRING EXTRACTIN-LINE DELIMITED BY ","
                        INTO WS-EX-TYPE, WS-EX-DATE,
                             WS-EX-FIELD(1), WS-EX-FIELD(2),
                             WS-EX-FIELD(3), WS-EX-FIELD(4),
                             WS-EX-FIELD(5), WS-EX-FIELD(6)
                    INITIALIZE CMP-SORT-REC
                    MOVE WS-LOAD-RUN TO CS-RUN
                    EVALUATE WS-EX-TYPE
                        WHEN 'CITYAVG'
                            MOVE 1 TO CS-SEQ
                            PERFORM HOLD-AVERAGE-ROW
                        WHEN 'REGIONAVG'
                            MOVE 2 TO CS-SEQ
                            PERFORM HOLD-AVERAGE-ROW
                        WHEN 'CHEAPEST'
                            MOVE 3 TO CS-SEQ
                            MOVE WS-EX-FIELD(1) TO CS-NAME-1
                            MOVE WS-EX-FIELD(2)(1:9) TO WS-EX-PRICE-ED
                            MOVE WS-EX-PRICE-ED TO CS-VALUE(1)
                            MOVE WS-EX-FIELD(3) TO CS-TEXT
                            PERFORM HOLD-RANKED-ROW
                        WHEN 'MATRIX'
                            MOVE 4 TO CS-SEQ
                            MOVE WS-EX-FIELD(1) TO CS-NAME-1
                            MOVE WS-EX-FIELD(2) TO CS-NAME-2
                            MOVE WS-EX-FIELD(3)(1:9) TO WS-EX-PRICE-ED
                            MOVE WS-EX-PRICE-ED TO CS-VALUE(1)
                            PERFORM RELEASE-COMPARE-ROW
                        WHEN 'CITYSTAT'
                            IF WS-STATS-FROM = 'E'
                                MOVE 5 TO CS-SEQ
                                PERFORM RELEASE-STATISTIC-ROW
                            END-IF
                        WHEN 'PRDTSTAT'
                            IF WS-STATS-FROM = 'E'
                                MOVE 6 TO CS-SEQ
                                PERFORM RELEASE-STATISTIC-ROW
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    READ EXTRACTIN
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
                CLOSE EXTRACTIN
                PERFORM RELEASE-RANKED-ROWS
           .

           HOLD-AVERAGE-ROW.
      *    ------------------- CITYAVG / REGIONAVG: NAME,PRICE,COUNT -----------------
                MOVE WS-EX-FIELD(1) TO CS-NAME-1
                MOVE WS-EX-FIELD(2)(1:9) TO WS-EX-PRICE-ED
                MOVE WS-EX-PRICE-ED TO CS-VALUE(1)
                MOVE WS-EX-FIELD(3)(1:6) TO WS-EX-COUNT-X
                IF WS-EX-COUNT-X IS NUMERIC
                    MOVE WS-EX-COUNT-X TO WS-EX-COUNT
                    MOVE WS-EX-COUNT TO CS-COUNT
                END-IF
                PERFORM HOLD-RANKED-ROW
           .

           HOLD-RANKED-ROW.
      *    ------------------- KEEP ONE ROW UNTIL ITS RUN IS RANKED -----------------
      *    ONE RUN CANNOT PUBLISH MORE THAN 101 CITIES, 25 REGIONS AND
      *    94 PRODUCTS - MORE MEANS THE ARCHIVE IS NOT AN EXTRACT.
                IF WS-RANK-COUNT >= 300
                    DISPLAY "BLCOMPAR - RUN ABORTED"
                    DISPLAY "TOO MANY RANKED ROWS IN " WS-EXT-IN-NAME
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-RANK-COUNT
                MOVE CS-SEQ      TO WS-RK-SEQ(WS-RANK-COUNT)
                MOVE CS-VALUE(1) TO WS-RK-VALUE(WS-RANK-COUNT)
                MOVE CS-NAME-1   TO WS-RK-NAME(WS-RANK-COUNT)
                MOVE CS-COUNT    TO WS-RK-COUNT(WS-RANK-COUNT)
                MOVE CS-TEXT     TO WS-RK-TEXT(WS-RANK-COUNT)
           .

           RELEASE-RANKED-ROWS.
      *    ------------------- RANK ONE RUN'S ROWS AND RELEASE THEM -----------------
      *    CHEAPEST FIRST, AS THE MAIN RUN PRINTS ITS RANKINGS; EQUAL
      *    PRICES GO BY NAME SO BOTH RUNS ARE RANKED ALIKE.
                IF WS-RANK-COUNT > 0
                    SORT WS-RK-ENTRY
                        ON ASCENDING KEY WS-RK-SEQ
                        ON ASCENDING KEY WS-RK-VALUE
                        ON ASCENDING KEY WS-RK-NAME
                END-IF
                MOVE ZERO TO WS-RANK-SEQ
                MOVE ZERO TO WS-RANK-NEXT
                PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                UNTIL WS-RANK-SUB > WS-RANK-COUNT
                    IF WS-RK-SEQ(WS-RANK-SUB) NOT = WS-RANK-SEQ
                        MOVE WS-RK-SEQ(WS-RANK-SUB) TO WS-RANK-SEQ
                        MOVE ZERO TO WS-RANK-NEXT
                    END-IF
                    ADD 1 TO WS-RANK-NEXT
                    INITIALIZE CMP-SORT-REC
                    MOVE WS-LOAD-RUN TO CS-RUN
                    MOVE WS-RK-SEQ(WS-RANK-SUB)   TO CS-SEQ
                    MOVE WS-RK-NAME(WS-RANK-SUB)  TO CS-NAME-1
                    MOVE WS-RANK-NEXT             TO CS-RANK
                    MOVE WS-RK-VALUE(WS-RANK-SUB) TO CS-VALUE(1)
                    MOVE WS-RK-COUNT(WS-RANK-SUB) TO CS-COUNT
                    MOVE WS-RK-TEXT(WS-RANK-SUB)  TO CS-TEXT
                    PERFORM RELEASE-COMPARE-ROW
                END-PERFORM
           .

           RELEASE-STATISTIC-ROW.
      *    ------------------- CITYSTAT / PRDTSTAT: NAME,MIN,MAX,MED,DEV,COUNT -----------------
                MOVE WS-EX-FIELD(1) TO CS-NAME-1
                PERFORM VARYING WS-EX-SUB FROM 1 BY 1
                UNTIL WS-EX-SUB > 4
                    MOVE WS-EX-FIELD(WS-EX-SUB + 1)(1:9)
                        TO WS-EX-PRICE-ED
                    MOVE WS-EX-PRICE-ED TO CS-VALUE(WS-EX-SUB)
                END-PERFORM
                MOVE WS-EX-FIELD(6)(1:6) TO WS-EX-COUNT-X
                IF WS-EX-COUNT-X IS NUMERIC
                    MOVE WS-EX-COUNT-X TO WS-EX-COUNT
                    MOVE WS-EX-COUNT TO CS-COUNT
                END-IF
                PERFORM RELEASE-COMPARE-ROW
           .

           RELEASE-STATS-ROWS.
      *    ------------------- ONE RUN'S STATSOUT -----------------
      *    THE SECTION TITLES SAY WHETHER A LINE IS A CITY OR A PRODUCT;
      *    A DETAIL LINE IS ONE WITH A PRICE POINT IN THE MINIMUM
      *    COLUMN. HEADINGS AND BLANK LINES ARE PASSED OVER.
                MOVE ZERO TO WS-STATS-SECTION
                MOVE "N" TO WS-EOF
                OPEN INPUT STATSIN
                READ STATSIN
                    AT END MOVE "Y" TO WS-EOF
                END-READ
                PERFORM UNTIL WS-EOF = "Y"
                    IF STATSIN-LINE(1:21) = 'CITY PRICE STATISTICS'
                        MOVE 5 TO WS-STATS-SECTION
                    END-IF
                    IF STATSIN-LINE(1:24) = 'PRODUCT PRICE STATISTICS'
                        MOVE 6 TO WS-STATS-SECTION
                    END-IF
                    IF WS-STATS-SECTION > 0
                        AND STATSIN-LINE(27:1) = '.'
                        AND STATSIN-LINE(1:18) NOT = SPACES
                        MOVE STATSIN-LINE TO WS-STATS-IN-LINE
                        INITIALIZE CMP-SORT-REC
                        MOVE WS-LOAD-RUN TO CS-RUN
                        MOVE WS-STATS-SECTION TO CS-SEQ
                        MOVE SI-NAME   TO CS-NAME-1
                        MOVE SI-MIN    TO CS-VALUE(1)
                        MOVE SI-MAX    TO CS-VALUE(2)
                        MOVE SI-MEDIAN TO CS-VALUE(3)
                        MOVE SI-DEV    TO CS-VALUE(4)
                        MOVE SI-COUNT  TO CS-COUNT
                        PERFORM RELEASE-COMPARE-ROW
                    END-IF
                    READ STATSIN
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
                CLOSE STATSIN
           .

           RELEASE-COMPARE-ROW.
      *    ------------------- COUNT AND RELEASE ONE ROW -----------------
                IF CS-RUN = 'B'
                    ADD 1 TO WS-SC-BASE(CS-SEQ)
                ELSE
                    ADD 1 TO WS-SC-CAND(CS-SEQ)
                END-IF
                RELEASE CMP-SORT-REC
           .

           WRITE-DIFFERENCE-REPORT.
      *    ------------------- PAIR THE RUNS KEY BY KEY -----------------
      *    A BASELINE ROW FOLLOWED BY A CANDIDATE ROW WITH THE SAME KEY
      *    IS A PAIR AND IS COMPARED; ANY OTHER ROW EXISTS IN ONE RUN
      *    ONLY.
                OPEN OUTPUT DIFFFILE
                PERFORM WRITE-DIFF-HEADERS

                MOVE ZERO TO WS-LAST-SEQ
                MOVE "N" TO WS-HOLD-SW
                MOVE "N" TO WS-CMP-EOF
                PERFORM RETURN-COMPARE-ROW
                PERFORM UNTIL WS-CMP-EOF = "Y"
                    IF WS-HOLD-SW = "Y"
                        AND CR-KEY = HD-KEY
                        AND HD-RUN = 'B' AND CR-RUN = 'C'
                        PERFORM COMPARE-PAIR
                        MOVE "N" TO WS-HOLD-SW
                    ELSE
                        IF WS-HOLD-SW = "Y"
                            PERFORM REPORT-ONE-SIDED
                        END-IF
                        MOVE WS-CUR-REC TO WS-HOLD-REC
                        MOVE "Y" TO WS-HOLD-SW
                    END-IF
                    PERFORM RETURN-COMPARE-ROW
                END-PERFORM
                IF WS-HOLD-SW = "Y"
                    PERFORM REPORT-ONE-SIDED
                END-IF

                PERFORM WRITE-DIFF-SUMMARY
                CLOSE DIFFFILE
           .

           RETURN-COMPARE-ROW.
      *    ------------------- NEXT SORTED ROW -----------------
                RETURN CMPSORT
                    AT END MOVE "Y" TO WS-CMP-EOF
                END-RETURN
                IF WS-CMP-EOF = "N"
                    MOVE CMP-SORT-REC TO WS-CUR-REC
                END-IF
           .

           COMPARE-PAIR.
      *    ------------------- ONE KEY PRESENT IN BOTH RUNS -----------------
      *    THE HELD ROW IS THE BASELINE, THE CURRENT ROW THE CANDIDATE.
                MOVE HD-SEQ TO WS-SC-SUB
                ADD 1 TO WS-SC-BOTH(WS-SC-SUB)
                ADD 1 TO WS-CTL-BOTH

      *    ------------- RANKINGS: POSITION, THEN PRICE -----------------
                IF HD-SEQ < 4 AND HD-RANK NOT = CR-RANK
                    ADD 1 TO WS-SC-MOVES(WS-SC-SUB)
                    ADD 1 TO WS-CTL-MOVES
                    PERFORM SET-DIFF-KEY
                    MOVE 'RANK' TO DD-ITEM
                    MOVE HD-RANK TO WS-ED-RANK
                    MOVE WS-ED-RANK TO DD-BASE
                    MOVE CR-RANK TO WS-ED-RANK
                    MOVE WS-ED-RANK TO DD-CAND
                    COMPUTE WS-RANK-DIFF = CR-RANK - HD-RANK
                    MOVE WS-RANK-DIFF TO WS-ED-RANK-DIFF
                    MOVE WS-ED-RANK-DIFF TO DD-DIFF
                    MOVE 'RANK MOVED' TO DD-NOTE
                    PERFORM WRITE-DIFF-DETAIL
                END-IF

                IF HD-SEQ < 5
                    MOVE 'PRICE' TO DD-ITEM
                    MOVE HD-VALUE(1) TO WS-CMP-BASE
                    MOVE CR-VALUE(1) TO WS-CMP-CAND
                    PERFORM COMPARE-ONE-VALUE
                ELSE
                    PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                    UNTIL WS-VAL-SUB > 4
                        MOVE WS-STAT-ITEM(WS-VAL-SUB) TO DD-ITEM
                        MOVE HD-VALUE(WS-VAL-SUB) TO WS-CMP-BASE
                        MOVE CR-VALUE(WS-VAL-SUB) TO WS-CMP-CAND
                        PERFORM COMPARE-ONE-VALUE
                    END-PERFORM
                END-IF

      *    ------------- OBSERVATION COUNTS HAVE NO TOLERANCE -----------
                IF (HD-SEQ < 3 OR HD-SEQ > 4)
                    AND HD-COUNT NOT = CR-COUNT
                    ADD 1 TO WS-SC-BEYOND(WS-SC-SUB)
                    ADD 1 TO WS-CTL-BEYOND
                    PERFORM SET-DIFF-KEY
                    MOVE 'COUNT' TO DD-ITEM
                    MOVE HD-COUNT TO WS-ED-COUNT
                    MOVE WS-ED-COUNT TO DD-BASE
                    MOVE CR-COUNT TO WS-ED-COUNT
                    MOVE WS-ED-COUNT TO DD-CAND
                    COMPUTE WS-COUNT-DIFF = CR-COUNT - HD-COUNT
                    MOVE WS-COUNT-DIFF TO WS-ED-COUNT-DIFF
                    MOVE WS-ED-COUNT-DIFF TO DD-DIFF
                    MOVE 'COUNT CHANGED' TO DD-NOTE
                    PERFORM WRITE-DIFF-DETAIL
                END-IF

      *    ------------- THE CITY HOLDING A PRODUCT'S CHEAPEST PRICE ------
                IF HD-SEQ = 3 AND HD-TEXT NOT = CR-TEXT
                    ADD 1 TO WS-SC-MOVES(WS-SC-SUB)
                    ADD 1 TO WS-CTL-MOVES
                    PERFORM SET-DIFF-KEY
                    MOVE 'CITY' TO DD-ITEM
                    MOVE HD-TEXT TO DD-BASE
                    MOVE CR-TEXT TO DD-CAND
                    MOVE SPACES TO DD-DIFF
                    MOVE 'CHEAPEST MOVED' TO DD-NOTE
                    PERFORM WRITE-DIFF-DETAIL
                END-IF
           .

           COMPARE-ONE-VALUE.
      *    ------------------- ONE PRICE AGAINST THE TOLERANCE -----------------
      *    A DIFFERENCE INSIDE THE TOLERANCE IS COUNTED, NOT LISTED.
                COMPUTE WS-CMP-DIFF = WS-CMP-CAND - WS-CMP-BASE
                IF WS-CMP-DIFF < 0
                    COMPUTE WS-CMP-ABS = 0 - WS-CMP-DIFF
                ELSE
                    MOVE WS-CMP-DIFF TO WS-CMP-ABS
                END-IF
                IF WS-CMP-ABS > WS-COMP-TOL
                    ADD 1 TO WS-SC-BEYOND(WS-SC-SUB)
                    ADD 1 TO WS-CTL-BEYOND
                    PERFORM SET-DIFF-KEY
                    MOVE WS-CMP-BASE TO WS-ED-PRICE
                    MOVE WS-ED-PRICE TO DD-BASE
                    MOVE WS-CMP-CAND TO WS-ED-PRICE
                    MOVE WS-ED-PRICE TO DD-CAND
                    MOVE WS-CMP-DIFF TO WS-ED-DIFF
                    MOVE WS-ED-DIFF TO DD-DIFF
                    MOVE 'BEYOND TOLERANCE' TO DD-NOTE
                    PERFORM WRITE-DIFF-DETAIL
                ELSE
                    IF WS-CMP-ABS > 0
                        ADD 1 TO WS-SC-WITHIN(WS-SC-SUB)
                        ADD 1 TO WS-CTL-WITHIN
                    END-IF
                END-IF
           .

           REPORT-ONE-SIDED.
      *    ------------------- A KEY FOUND IN ONE RUN ONLY -----------------
                MOVE HD-SEQ TO WS-SC-SUB
                PERFORM SET-DIFF-KEY
                MOVE 'KEY' TO DD-ITEM
                IF HD-SEQ < 5
                    MOVE HD-VALUE(1) TO WS-ED-PRICE
                    MOVE WS-ED-PRICE TO DD-BASE
                ELSE
                    MOVE 'PRESENT' TO DD-BASE
                END-IF
                MOVE DD-BASE TO DD-CAND
                MOVE SPACES TO DD-DIFF
                IF HD-RUN = 'B'
                    ADD 1 TO WS-SC-BONLY(WS-SC-SUB)
                    ADD 1 TO WS-CTL-BONLY
                    MOVE 'ABSENT' TO DD-CAND
                    MOVE 'BASELINE ONLY' TO DD-NOTE
                ELSE
                    ADD 1 TO WS-SC-CONLY(WS-SC-SUB)
                    ADD 1 TO WS-CTL-CONLY
                    MOVE 'ABSENT' TO DD-BASE
                    MOVE 'CANDIDATE ONLY' TO DD-NOTE
                END-IF
                PERFORM WRITE-DIFF-DETAIL
           .

           SET-DIFF-KEY.
      *    ------------------- KEY COLUMN OF A DIFFERENCE LINE -----------------
                MOVE SPACES TO DD-KEY
                IF HD-SEQ = 4
                    STRING HD-NAME-1 DELIMITED BY SPACE
                        ' / ' DELIMITED BY SIZE
                        HD-NAME-2 DELIMITED BY SPACE
                        INTO DD-KEY
                ELSE
                    MOVE HD-NAME-1 TO DD-KEY
                END-IF
           .

           WRITE-DIFF-DETAIL.
      *    ------------------- ONE DIFFERENCE LINE, UNDER ITS SECTION -----------------
                IF HD-SEQ NOT = WS-LAST-SEQ
                    MOVE HD-SEQ TO WS-LAST-SEQ
                    MOVE SPACES TO DIFF-LINE
                    WRITE DIFF-LINE
                    MOVE WS-SECTION-NAME(HD-SEQ) TO DIFF-LINE
                    WRITE DIFF-LINE
                    MOVE SPACES TO DIFF-LINE
                    MOVE WS-DIFF-COL-HEADER TO DIFF-LINE
                    WRITE DIFF-LINE
                END-IF
                MOVE SPACES TO DIFF-LINE
                MOVE WS-DIFF-DETAIL-LINE TO DIFF-LINE
                WRITE DIFF-LINE
           .

           WRITE-DIFF-HEADERS.
      *    ------------------- WHICH RUNS, WHAT TOLERANCE -----------------
                MOVE SPACES TO DIFF-LINE
                MOVE WS-DIFF-HEADER-1 TO DIFF-LINE
                WRITE DIFF-LINE

                MOVE WS-CURRENT-YEAR  TO DH-YEAR
                MOVE WS-CURRENT-MONTH TO DH-MONTH
                MOVE WS-CURRENT-DAY   TO DH-DAY
                MOVE SPACES TO DIFF-LINE
                MOVE WS-DIFF-DATE-LINE TO DIFF-LINE
                WRITE DIFF-LINE

                MOVE 'BASELINE RUN      : ' TO DR-LABEL
                MOVE WS-BASE-SUB TO WS-REG-SUB
                PERFORM WRITE-DIFF-RUN-LINE
                MOVE 'CANDIDATE RUN     : ' TO DR-LABEL
                MOVE WS-CAND-SUB TO WS-REG-SUB
                PERFORM WRITE-DIFF-RUN-LINE

                MOVE WS-COMP-TOL TO DT-TOL
                MOVE SPACES TO DIFF-LINE
                MOVE WS-DIFF-TOL-LINE TO DIFF-LINE
                WRITE DIFF-LINE

                MOVE SPACES TO DIFF-LINE
                IF WS-STATS-FROM = 'S'
                    MOVE 'STATISTICS FROM   : STATSOUT ARCHIVES'
                        TO DIFF-LINE
                ELSE
                    MOVE 'STATISTICS FROM   : EXTRACTOUT ARCHIVES'
                        TO DIFF-LINE
                END-IF
                WRITE DIFF-LINE
           .

           WRITE-DIFF-RUN-LINE.
      *    ------------------- ONE RUN AS IT STANDS ON OUTREG -----------------
                MOVE WS-RG-DATE(WS-REG-SUB)     TO DR-DATE
                MOVE WS-RG-TIME(WS-REG-SUB)     TO DR-TIME
                MOVE WS-RG-RC(WS-REG-SUB)       TO DR-RC
                MOVE WS-RG-READ(WS-REG-SUB)     TO DR-READ
                MOVE WS-RG-MATCHED(WS-REG-SUB)  TO DR-MATCHED
                MOVE WS-RG-REJECTED(WS-REG-SUB) TO DR-REJECTED
                MOVE SPACES TO DIFF-LINE
                MOVE WS-DIFF-RUN-LINE TO DIFF-LINE
                WRITE DIFF-LINE
           .

           WRITE-DIFF-SUMMARY.
      *    ------------------- COUNTS PER SECTION AND THE VERDICT -----------------
                IF WS-LAST-SEQ = 0
                    MOVE SPACES TO DIFF-LINE
                    WRITE DIFF-LINE
                    MOVE 'NO DIFFERENCES BEYOND TOLERANCE' TO DIFF-LINE
                    WRITE DIFF-LINE
                END-IF

                MOVE SPACES TO DIFF-LINE
                WRITE DIFF-LINE
                MOVE 'COMPARISON SUMMARY' TO DIFF-LINE
                WRITE DIFF-LINE
                MOVE SPACES TO DIFF-LINE
                MOVE WS-SUMMARY-COL-HEADER TO DIFF-LINE
                WRITE DIFF-LINE
                PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                UNTIL WS-SC-SUB > 6
                    MOVE WS-SECTION-NAME(WS-SC-SUB) TO DS-SECTION
                    MOVE WS-SC-BASE(WS-SC-SUB)   TO DS-BASE
                    MOVE WS-SC-CAND(WS-SC-SUB)   TO DS-CAND
                    MOVE WS-SC-BOTH(WS-SC-SUB)   TO DS-BOTH
                    MOVE WS-SC-BONLY(WS-SC-SUB)  TO DS-BONLY
                    MOVE WS-SC-CONLY(WS-SC-SUB)  TO DS-CONLY
                    MOVE WS-SC-MOVES(WS-SC-SUB)  TO DS-MOVES
                    MOVE WS-SC-BEYOND(WS-SC-SUB) TO DS-BEYOND
                    MOVE WS-SC-WITHIN(WS-SC-SUB) TO DS-WITHIN
                    MOVE SPACES TO DIFF-LINE
                    MOVE WS-SUMMARY-DETAIL-LINE TO DIFF-LINE
                    WRITE DIFF-LINE
                END-PERFORM

                MOVE SPACES TO DIFF-LINE
                WRITE DIFF-LINE

                MOVE 'KEYS IN BOTH RUNS : ' TO MT-LABEL
                MOVE WS-CTL-BOTH TO MT-COUNT
                PERFORM WRITE-DIFF-TOTAL
                MOVE 'BASELINE ONLY     : ' TO MT-LABEL
                MOVE WS-CTL-BONLY TO MT-COUNT
                PERFORM WRITE-DIFF-TOTAL
                MOVE 'CANDIDATE ONLY    : ' TO MT-LABEL
                MOVE WS-CTL-CONLY TO MT-COUNT
                PERFORM WRITE-DIFF-TOTAL
                MOVE 'RANK MOVES        : ' TO MT-LABEL
                MOVE WS-CTL-MOVES TO MT-COUNT
                PERFORM WRITE-DIFF-TOTAL
                MOVE 'BEYOND TOLERANCE  : ' TO MT-LABEL
                MOVE WS-CTL-BEYOND TO MT-COUNT
                PERFORM WRITE-DIFF-TOTAL
                MOVE 'WITHIN TOLERANCE  : ' TO MT-LABEL
                MOVE WS-CTL-WITHIN TO MT-COUNT
                PERFORM WRITE-DIFF-TOTAL

                MOVE SPACES TO DIFF-LINE
                IF WS-CTL-BEYOND > 0 OR WS-CTL-BONLY > 0
                    OR WS-CTL-CONLY > 0
                    MOVE 'PROMOTION         : BLOCKED' TO DIFF-LINE
                ELSE
                    MOVE 'PROMOTION         : CLEAR' TO DIFF-LINE
                END-IF
                WRITE DIFF-LINE
           .

           WRITE-DIFF-TOTAL.
      *    ------------------- ONE LABELLED COUNT -----------------
                MOVE SPACES TO DIFF-LINE
                MOVE WS-DIFF-TOTAL-LINE TO DIFF-LINE
                WRITE DIFF-LINE
           .
