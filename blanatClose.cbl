           IDENTIFICATION DIVISION.
           PROGRAM-ID. BLCLOSE.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    ------------------- CURRENT PRICE KEYED MASTER FILE -----------------
               SELECT PRICEMASTER ASSIGN TO "PRICEMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-KEY
                   FILE STATUS IS WS-PRICEMAST-FS.
      *    ------------------- PUBLISHED RANKING REPORT -----------------
               SELECT REPORTFILE ASSIGN TO "REPORTOUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FS.
      *    ------------------- PUBLISHED CITY / PRODUCT MATRIX -----------------
               SELECT MATRIXFILE ASSIGN TO "MATRIXOUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MATRIX-FS.
      *    ------------------- PUBLISHED DELIMITED EXTRACT -----------------
               SELECT EXTRACTFILE ASSIGN TO "EXTRACTOUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-FS.
      *    ------------------- BLANAT RUN REGISTER -----------------
               SELECT REGISTERFILE ASSIGN TO "OUTREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OUTREG-FS.
      *    ------------------- FROZEN CLOSED-PERIOD FIGURES -----------------
               SELECT CLOSEDFILE ASSIGN TO "CLOSEDPER"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLOSED-FS.
      *    ------------------- PERIOD CLOSE / REOPEN LOG -----------------
               SELECT PERIODLOG ASSIGN TO "PERIODLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIODLOG-FS.
      *    ------------------- PERIOD CLOSE REPORT FILE -----------------
               SELECT CLOSEREPORT ASSIGN TO "CLOSERPT"
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
      *    ------------------- PUBLISHED OUTPUT DESCRIPTIONS -----------------
           FD REPORTFILE.
           01 REPORT-LINE PIC X(80).
           FD MATRIXFILE.
           01 MATRIX-LINE PIC X(80).
           FD EXTRACTFILE.
           01 EXTRACT-LINE PIC X(100).
      *    ------------------- RUN REGISTER DESCRIPTION -----------------
           FD REGISTERFILE.
           01 REGISTER-LINE PIC X(100).
      *    ------------------- CLOSED-PERIOD FILE DESCRIPTION -----------------
           FD CLOSEDFILE.
           01 CLOSED-LINE PIC X(128).
      *    ------------------- PERIOD LOG DESCRIPTION -----------------
           FD PERIODLOG.
           01 PERIODLOG-LINE PIC X(110).
      *    ------------------- CLOSE REPORT DESCRIPTION -----------------
           FD CLOSEREPORT.
           01 CLOSE-LINE PIC X(80).

           WORKING-STORAGE SECTION.
      *    ------------------- TEMP VARIABLES -----------------
           01 WS-PRICEMAST-FS  PIC X(02).
           01 WS-REPORT-FS     PIC X(02).
           01 WS-MATRIX-FS     PIC X(02).
           01 WS-EXTRACT-FS    PIC X(02).
           01 WS-OUTREG-FS     PIC X(02).
           01 WS-CLOSED-FS     PIC X(02).
           01 WS-PERIODLOG-FS  PIC X(02).
           01 WS-EOF           PIC X VALUE "N".
           01 WS-CURRENT-DATE-DATA.
                 05  WS-CURRENT-DATE.
                     10  WS-CURRENT-YEAR           PIC 9(04).
                     10  WS-CURRENT-MONTH          PIC 9(02).
                     10  WS-CURRENT-DAY            PIC 9(02).
                 05  WS-CURRENT-TIME               PIC X(08).
           01 WS-THIS-PERIOD   PIC 9(6) VALUE ZERO.
      *    ------------------- OPERATOR PARAMETERS -----------------
      *    CLOSEPERIOD=YYYYMM IS THE MONTH TO ACT ON. CLOSEACTION IS
      *    CLOSE (THE DEFAULT) OR REOPEN - A REOPEN IS NEVER IMPLIED.
      *    CLOSEUSER NAMES WHO ASKED FOR IT AND GOES ON THE LOG EITHER
      *    WAY; A REOPEN MUST ALSO SAY WHY IN CLOSEREASON.
           01 WS-PERIOD-X      PIC X(6) VALUE SPACES.
           01 WS-PERIOD        PIC 9(6) VALUE ZERO.
           01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
              05 WS-PERIOD-YEAR  PIC 9(4).
              05 WS-PERIOD-MONTH PIC 9(2).
           01 WS-CLOSE-ACTION  PIC X(6) VALUE SPACES.
              88 ACTION-CLOSE  VALUE 'CLOSE'.
              88 ACTION-REOPEN VALUE 'REOPEN'.
           01 WS-CLOSE-USER    PIC X(8) VALUE SPACES.
           01 WS-CLOSE-REASON  PIC X(40) VALUE SPACES.
      *    ------------------- PERIOD STATE FROM THE LOG -----------------
      *    THE LAST LOG LINE FOR THE PERIOD DECIDES: 'O' NEVER CLOSED,
      *    'C' CLOSED, 'R' REOPENED. THE STAMP OF THE LATEST CLOSE IS
      *    WHAT TIES A REOPEN TO THE FROZEN FIGURES IT RELEASES.
           01 WS-PERIOD-STATE  PIC X VALUE 'O'.
           01 WS-LAST-CLOSE-DATE PIC 9(8) VALUE ZERO.
           01 WS-LAST-CLOSE-TIME PIC 9(6) VALUE ZERO.
      *    ------------------- LAST BLANAT RUN ON THE REGISTER -----------------
           01 WS-REG-FOUND     PIC X VALUE 'N'.
           01 WS-REG-PERIOD    PIC 9(6) VALUE ZERO.
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
           01 WS-LAST-RUN-DATE PIC 9(8) VALUE ZERO.
           01 WS-LAST-RUN-TIME PIC 9(6) VALUE ZERO.
           01 WS-LAST-RUN-RC   PIC 9(2) VALUE ZERO.
           01 WS-LAST-RUN-FROM PIC 9(8) VALUE ZERO.
           01 WS-LAST-RUN-TO   PIC 9(8) VALUE ZERO.
           01 WS-PERIOD-FIRST  PIC 9(8) VALUE ZERO.
           01 WS-PERIOD-LAST   PIC 9(8) VALUE ZERO.
           01 WS-MONTH-DAYS-LIT PIC X(24) VALUE
              '312831303130313130313031'.
           01 WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-DAYS-LIT.
              05 WS-MONTH-DAYS  PIC 9(2) OCCURS 12 TIMES.
           01 WS-MAX-DAY       PIC 9(2).
           01 WS-LEAP-QUOT     PIC 9(4).
           01 WS-LEAP-REM      PIC 9(4).
      *    ------------------- FROZEN FIGURE LINE -----------------
      *    EVERY LINE CARRIES THE PERIOD AND THE CLOSE STAMP, SO A
      *    PERIOD CLOSED, REOPENED AND CLOSED AGAIN KEEPS BOTH SETS AND
      *    READERS TAKE THE ONE WHOSE STAMP THE LOG SAYS IS CURRENT.
      *    RANK = REPORTOUT, MATX = MATRIXOUT, EXTR = EXTRACTOUT LINE,
      *    PMST = ONE PRICEMAST RECORD.
           01 WS-CLOSED-DETAIL.
              05 CP-PERIOD       PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CP-DATE         PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CP-TIME         PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CP-TYPE         PIC X(4).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CP-DATA         PIC X(100).
      *    ------------------- PERIOD LOG LINE -----------------
      *    CLOSE LINES CARRY THE BLANAT RUN WHOSE OUTPUTS WERE FROZEN
      *    AND THE LINE COUNT; REOPEN LINES CARRY THE STAMP OF THE CLOSE
      *    THEY RELEASE IN PL-REF-DATE / PL-REF-TIME.
           01 WS-PLOG-DETAIL.
              05 PL-PERIOD       PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PL-ACTION       PIC X(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PL-DATE         PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PL-TIME         PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PL-USER         PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PL-REF-DATE     PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PL-REF-TIME     PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PL-ROWS         PIC 9(7).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PL-REASON       PIC X(40).
      *    ------------------- FREEZE TOTALS -----------------
           01 WS-CTL-RANK      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-MATX      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-EXTR      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-PMST      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-FROZEN    PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT    PIC Z,ZZZ,ZZ9.
      *    ------------------- REPORT WORK AREAS -----------------
           01 WS-CLOSE-HEADER-1.
              05 FILLER          PIC X(40) VALUE
                 'BLCLOSE  -  PERIOD  CLOSE  /  REOPEN'.
           01 WS-CLOSE-DATE-LINE.
              05 FILLER          PIC X(10) VALUE 'RUN DATE :'.
              05 CH-YEAR         PIC 9(04).
              05 FILLER          PIC X(01) VALUE '-'.
              05 CH-MONTH        PIC 9(02).
              05 FILLER          PIC X(01) VALUE '-'.
              05 CH-DAY          PIC 9(02).
           01 WS-CLOSE-TOTAL-LINE.
              05 CT-LABEL        PIC X(20).
              05 CT-COUNT        PIC Z,ZZZ,ZZ9.

           PROCEDURE DIVISION.
           MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             COMPUTE WS-THIS-PERIOD = WS-CURRENT-YEAR * 100
                 + WS-CURRENT-MONTH
             PERFORM GET-CLOSE-PARAMETERS
             PERFORM LOAD-PERIOD-STATE

             IF ACTION-CLOSE
      *    ------------- A PERIOD IS CLOSED ONCE - A SECOND CLOSE WOULD
      *    ------------- SILENTLY REPLACE FIGURES FINANCE HAS SIGNED OFF
                 IF WS-PERIOD-STATE = 'C'
                     DISPLAY "BLCLOSE - RUN ABORTED"
                     DISPLAY "PERIOD " WS-PERIOD " IS ALREADY CLOSED - "
                         "REOPEN IT FIRST"
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 PERFORM CHECK-LAST-RUN
                 PERFORM FREEZE-PERIOD
             ELSE
                 IF WS-PERIOD-STATE NOT = 'C'
                     DISPLAY "BLCLOSE - RUN ABORTED"
                     DISPLAY "PERIOD " WS-PERIOD " IS NOT CLOSED - "
                         "NOTHING TO REOPEN"
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                 END-IF
             END-IF

             PERFORM WRITE-PERIOD-LOG
             PERFORM WRITE-CLOSE-REPORT

             IF ACTION-CLOSE
                 MOVE WS-CTL-FROZEN TO WS-COUNT-EDIT
                 DISPLAY "BLCLOSE - PERIOD " WS-PERIOD " CLOSED - "
                     "LINES FROZEN : " WS-COUNT-EDIT
             ELSE
                 DISPLAY "BLCLOSE - PERIOD " WS-PERIOD " REOPENED BY "
                     WS-CLOSE-USER
             END-IF
             MOVE ZERO TO RETURN-CODE
             STOP RUN.

           GET-CLOSE-PARAMETERS.
      *    ------------------- OPERATOR PERIOD, ACTION, NAME, REASON -----------------
      *    ONLY A COMPLETED MONTH CAN BE CLOSED - THE CURRENT MONTH IS
      *    STILL TAKING ITS OWN RECORDS.
                ACCEPT WS-PERIOD-X     FROM ENVIRONMENT "CLOSEPERIOD"
                ACCEPT WS-CLOSE-ACTION FROM ENVIRONMENT "CLOSEACTION"
                ACCEPT WS-CLOSE-USER   FROM ENVIRONMENT "CLOSEUSER"
                ACCEPT WS-CLOSE-REASON FROM ENVIRONMENT "CLOSEREASON"
                IF WS-CLOSE-ACTION = SPACES
                    MOVE 'CLOSE' TO WS-CLOSE-ACTION
                END-IF
                IF WS-PERIOD-X IS NOT NUMERIC
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "CLOSEPERIOD MUST BE YYYYMM"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-PERIOD-X TO WS-PERIOD
                IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                    OR WS-PERIOD-YEAR < 1900
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "CLOSEPERIOD " WS-PERIOD-X
                        " IS NOT A REAL MONTH"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF WS-PERIOD NOT < WS-THIS-PERIOD
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "CLOSEPERIOD " WS-PERIOD-X
                        " HAS NOT ENDED YET"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF NOT ACTION-CLOSE AND NOT ACTION-REOPEN
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "CLOSEACTION MUST BE CLOSE OR REOPEN"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF WS-CLOSE-USER = SPACES
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "CLOSEUSER MUST NAME WHO REQUESTED THE "
                        WS-CLOSE-ACTION
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF ACTION-REOPEN AND WS-CLOSE-REASON = SPACES
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "CLOSEREASON IS REQUIRED TO REOPEN A PERIOD"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
           .

           LOAD-PERIOD-STATE.
      *    ------------------- REPLAY THE LOG FOR THIS PERIOD -----------------
      *    NO LOG YET SIMPLY MEANS NOTHING HAS EVER BEEN CLOSED.
                MOVE 'O' TO WS-PERIOD-STATE
                MOVE "N" TO WS-EOF
                OPEN INPUT PERIODLOG
                IF WS-PERIODLOG-FS = "00"
                    PERFORM UNTIL WS-EOF = "Y"
                        READ PERIODLOG
                            AT END
                                MOVE "Y" TO WS-EOF
                            NOT AT END
                                MOVE PERIODLOG-LINE TO WS-PLOG-DETAIL
                                IF PL-PERIOD = WS-PERIOD
                                    IF PL-ACTION = 'CLOSE'
                                        MOVE 'C' TO WS-PERIOD-STATE
                                        MOVE PL-DATE
                                            TO WS-LAST-CLOSE-DATE
                                        MOVE PL-TIME
                                            TO WS-LAST-CLOSE-TIME
                                    END-IF
                                    IF PL-ACTION = 'REOPEN'
                                        MOVE 'R' TO WS-PERIOD-STATE
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE PERIODLOG
                END-IF
           .

           CHECK-LAST-RUN.
      *    ------------------- THE OUTPUTS MUST COVER THE WHOLE MONTH -----------------
      *    THE FIGURES FROZEN ARE WHATEVER BLANAT LAST PUBLISHED, SO THE
      *    LAST REGISTERED RUN MUST POST-DATE THE MONTH AND MUST HAVE
      *    PUBLISHED (RC BELOW 8) - OTHERWISE THE CLOSE WOULD FREEZE A
      *    PART MONTH OR A HALTED RUN'S LEFTOVERS. ITS DATE WINDOW MUST
      *    TAKE IN THE WHOLE MONTH; AN UNWINDOWED RUN (ZERO TO 99999999)
      *    ALWAYS DOES.
                MOVE 'N' TO WS-REG-FOUND
                MOVE "N" TO WS-EOF
                OPEN INPUT REGISTERFILE
                IF WS-OUTREG-FS = "00"
                    PERFORM UNTIL WS-EOF = "Y"
                        READ REGISTERFILE
                            AT END
                                MOVE "Y" TO WS-EOF
                            NOT AT END
                                MOVE REGISTER-LINE TO WS-OUTREG-DETAIL
                                IF OR-DATE IS NUMERIC
                                    MOVE 'Y'     TO WS-REG-FOUND
                                    MOVE OR-DATE TO WS-LAST-RUN-DATE
                                    MOVE OR-TIME TO WS-LAST-RUN-TIME
                                    MOVE OR-RC   TO WS-LAST-RUN-RC
                                    MOVE OR-FROM TO WS-LAST-RUN-FROM
                                    MOVE OR-TO   TO WS-LAST-RUN-TO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE REGISTERFILE
                END-IF
                IF WS-REG-FOUND = 'N'
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "NO BLANAT RUN ON OUTREG - NOTHING TO "
                        "FREEZE"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                COMPUTE WS-REG-PERIOD = WS-LAST-RUN-DATE / 100
                IF WS-REG-PERIOD NOT > WS-PERIOD
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "LAST BLANAT RUN " WS-LAST-RUN-DATE
                        " DOES NOT POST-DATE PERIOD " WS-PERIOD
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF WS-LAST-RUN-RC NOT < 8
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "LAST BLANAT RUN " WS-LAST-RUN-DATE
                        " ENDED RC " WS-LAST-RUN-RC " - NOT PUBLISHED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-MONTH-DAYS(WS-PERIOD-MONTH) TO WS-MAX-DAY
                IF WS-PERIOD-MONTH = 2
                    DIVIDE WS-PERIOD-YEAR BY 4
                        GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM = 0
                        DIVIDE WS-PERIOD-YEAR BY 100
                            GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                        IF WS-LEAP-REM NOT = 0
                            MOVE 29 TO WS-MAX-DAY
                        ELSE
                            DIVIDE WS-PERIOD-YEAR BY 400
                                GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                            IF WS-LEAP-REM = 0
                                MOVE 29 TO WS-MAX-DAY
                            END-IF
                        END-IF
                    END-IF
                END-IF
                COMPUTE WS-PERIOD-FIRST = WS-PERIOD * 100 + 1
                COMPUTE WS-PERIOD-LAST = WS-PERIOD * 100 + WS-MAX-DAY
                IF WS-LAST-RUN-FROM > WS-PERIOD-FIRST
                    OR WS-LAST-RUN-TO < WS-PERIOD-LAST
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "LAST BLANAT RUN " WS-LAST-RUN-DATE
                        " WINDOW " WS-LAST-RUN-FROM "-" WS-LAST-RUN-TO
                    DISPLAY "DOES NOT COVER PERIOD " WS-PERIOD
                        " - RERUN BLANAT OVER THE WHOLE MONTH"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
           .

           FREEZE-PERIOD.
      *    ------------------- COPY THE PUBLISHED FIGURES TO CLOSEDPER -----------------
      *    EVERY SOURCE IS OPENED BEFORE ANYTHING IS WRITTEN, SO A
      *    MISSING ONE LEAVES CLOSEDPER UNTOUCHED. THE LOG LINE IS
      *    WRITTEN ONLY AFTER THE LAST FROZEN LINE, SO AN INTERRUPTED
      *    CLOSE LEAVES ORPHAN LINES NO READER WILL EVER MATCH.
                OPEN INPUT REPORTFILE
                OPEN INPUT MATRIXFILE
                OPEN INPUT EXTRACTFILE
                OPEN INPUT PRICEMASTER
                IF WS-REPORT-FS NOT = "00" OR WS-MATRIX-FS NOT = "00"
                    OR WS-EXTRACT-FS NOT = "00"
                    OR WS-PRICEMAST-FS NOT = "00"
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "PUBLISHED OUTPUT MISSING - REPORTOUT "
                        WS-REPORT-FS " MATRIXOUT " WS-MATRIX-FS
                    DISPLAY "EXTRACTOUT " WS-EXTRACT-FS
                        " PRICEMAST " WS-PRICEMAST-FS
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN EXTEND CLOSEDFILE
                IF WS-CLOSED-FS NOT = "00"
                    OPEN OUTPUT CLOSEDFILE
                END-IF
                IF WS-CLOSED-FS NOT = "00"
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "CLOSEDPER NOT WRITABLE - STATUS "
                        WS-CLOSED-FS
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-PERIOD            TO CP-PERIOD
                MOVE WS-CURRENT-DATE      TO CP-DATE
                MOVE WS-CURRENT-TIME(1:6) TO CP-TIME

                MOVE 'RANK' TO CP-TYPE
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ REPORTFILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            MOVE REPORT-LINE TO CP-DATA
                            PERFORM WRITE-CLOSED-LINE
                            ADD 1 TO WS-CTL-RANK
                    END-READ
                END-PERFORM
                CLOSE REPORTFILE

                MOVE 'MATX' TO CP-TYPE
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ MATRIXFILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            MOVE MATRIX-LINE TO CP-DATA
                            PERFORM WRITE-CLOSED-LINE
                            ADD 1 TO WS-CTL-MATX
                    END-READ
                END-PERFORM
                CLOSE MATRIXFILE

                MOVE 'EXTR' TO CP-TYPE
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ EXTRACTFILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            MOVE EXTRACT-LINE TO CP-DATA
                            PERFORM WRITE-CLOSED-LINE
                            ADD 1 TO WS-CTL-EXTR
                    END-READ
                END-PERFORM
                CLOSE EXTRACTFILE

                MOVE 'PMST' TO CP-TYPE
                MOVE "N" TO WS-EOF
                MOVE LOW-VALUES TO PM-KEY
                START PRICEMASTER KEY NOT < PM-KEY
                    INVALID KEY
                        MOVE "Y" TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF = "Y"
                    READ PRICEMASTER NEXT
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            MOVE SPACES TO CP-DATA
                            MOVE PRICE-MASTER-RECORD TO CP-DATA
                            PERFORM WRITE-CLOSED-LINE
                            ADD 1 TO WS-CTL-PMST
                    END-READ
                END-PERFORM
                CLOSE PRICEMASTER
                CLOSE CLOSEDFILE

                COMPUTE WS-CTL-FROZEN = WS-CTL-RANK + WS-CTL-MATX
                    + WS-CTL-EXTR + WS-CTL-PMST
           .

           WRITE-CLOSED-LINE.
      *    ------------------- ONE FROZEN LINE, TYPE AND DATA SET BY CALLER -----------------
                MOVE SPACES TO CLOSED-LINE
                MOVE WS-CLOSED-DETAIL TO CLOSED-LINE
                WRITE CLOSED-LINE
                IF WS-CLOSED-FS NOT = "00"
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "CLOSEDPER WRITE FAILED - STATUS "
                        WS-CLOSED-FS
                    DISPLAY "PERIOD " WS-PERIOD " NOT CLOSED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
           .

           WRITE-PERIOD-LOG.
      *    ------------------- THE CLOSE OR REOPEN GOES ON THE PERMANENT LOG -----------------
      *    THE LOG IS WHAT MAKES THE ACTION TAKE EFFECT - BLANAT READS
      *    IT TO KNOW WHICH PERIODS ARE CLOSED.
                MOVE WS-PERIOD            TO PL-PERIOD
                MOVE WS-CLOSE-ACTION      TO PL-ACTION
                MOVE WS-CURRENT-DATE      TO PL-DATE
                MOVE WS-CURRENT-TIME(1:6) TO PL-TIME
                MOVE WS-CLOSE-USER        TO PL-USER
                MOVE WS-CLOSE-REASON      TO PL-REASON
                IF ACTION-CLOSE
                    MOVE WS-LAST-RUN-DATE TO PL-REF-DATE
                    MOVE WS-LAST-RUN-TIME TO PL-REF-TIME
                    MOVE WS-CTL-FROZEN    TO PL-ROWS
                ELSE
                    MOVE WS-LAST-CLOSE-DATE TO PL-REF-DATE
                    MOVE WS-LAST-CLOSE-TIME TO PL-REF-TIME
                    MOVE ZERO               TO PL-ROWS
                END-IF
                OPEN EXTEND PERIODLOG
                IF WS-PERIODLOG-FS NOT = "00"
                    OPEN OUTPUT PERIODLOG
                END-IF
                IF WS-PERIODLOG-FS NOT = "00"
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "PERIODLOG NOT WRITABLE - STATUS "
                        WS-PERIODLOG-FS
                    DISPLAY "PERIOD " WS-PERIOD " NOT "
                        WS-CLOSE-ACTION
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE SPACES TO PERIODLOG-LINE
                MOVE WS-PLOG-DETAIL TO PERIODLOG-LINE
                WRITE PERIODLOG-LINE
                IF WS-PERIODLOG-FS NOT = "00"
                    DISPLAY "BLCLOSE - RUN ABORTED"
                    DISPLAY "PERIODLOG WRITE FAILED - STATUS "
                        WS-PERIODLOG-FS
                    DISPLAY "PERIOD " WS-PERIOD " NOT "
                        WS-CLOSE-ACTION
                    CLOSE PERIODLOG
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                CLOSE PERIODLOG
           .

           WRITE-CLOSE-REPORT.
      *    ------------------- WHAT WAS DONE, BY WHOM, TO WHICH FIGURES -----------------
                OPEN OUTPUT CLOSEREPORT

                MOVE SPACES TO CLOSE-LINE
                MOVE WS-CLOSE-HEADER-1 TO CLOSE-LINE
                WRITE CLOSE-LINE

                MOVE WS-CURRENT-YEAR  TO CH-YEAR
                MOVE WS-CURRENT-MONTH TO CH-MONTH
                MOVE WS-CURRENT-DAY   TO CH-DAY
                MOVE SPACES TO CLOSE-LINE
                MOVE WS-CLOSE-DATE-LINE TO CLOSE-LINE
                WRITE CLOSE-LINE

                MOVE SPACES TO CLOSE-LINE
                WRITE CLOSE-LINE

                MOVE SPACES TO CLOSE-LINE
                STRING 'PERIOD            : ' WS-PERIOD
                    DELIMITED BY SIZE INTO CLOSE-LINE
                WRITE CLOSE-LINE

                MOVE SPACES TO CLOSE-LINE
                STRING 'ACTION            : ' WS-CLOSE-ACTION
                    DELIMITED BY SIZE INTO CLOSE-LINE
                WRITE CLOSE-LINE

                MOVE SPACES TO CLOSE-LINE
                STRING 'REQUESTED BY      : ' WS-CLOSE-USER
                    DELIMITED BY SIZE INTO CLOSE-LINE
                WRITE CLOSE-LINE

                MOVE SPACES TO CLOSE-LINE
                STRING 'REASON            : ' WS-CLOSE-REASON
                    DELIMITED BY SIZE INTO CLOSE-LINE
                WRITE CLOSE-LINE

                MOVE SPACES TO CLOSE-LINE
                IF ACTION-CLOSE
                    STRING 'BLANAT RUN FROZEN : ' WS-LAST-RUN-DATE
                        ' ' WS-LAST-RUN-TIME
                        DELIMITED BY SIZE INTO CLOSE-LINE
                ELSE
                    STRING 'CLOSE RELEASED    : ' WS-LAST-CLOSE-DATE
                        ' ' WS-LAST-CLOSE-TIME
                        DELIMITED BY SIZE INTO CLOSE-LINE
                END-IF
                WRITE CLOSE-LINE

                IF ACTION-CLOSE
                    MOVE SPACES TO CLOSE-LINE
                    WRITE CLOSE-LINE

                    MOVE 'RANKING LINES     : ' TO CT-LABEL
                    MOVE WS-CTL-RANK TO CT-COUNT
                    PERFORM WRITE-CLOSE-TOTAL

                    MOVE 'MATRIX LINES      : ' TO CT-LABEL
                    MOVE WS-CTL-MATX TO CT-COUNT
                    PERFORM WRITE-CLOSE-TOTAL

                    MOVE 'EXTRACT ROWS      : ' TO CT-LABEL
                    MOVE WS-CTL-EXTR TO CT-COUNT
                    PERFORM WRITE-CLOSE-TOTAL

                    MOVE 'PRICEMAST RECORDS : ' TO CT-LABEL
                    MOVE WS-CTL-PMST TO CT-COUNT
                    PERFORM WRITE-CLOSE-TOTAL

                    MOVE 'TOTAL LINES FROZEN: ' TO CT-LABEL
                    MOVE WS-CTL-FROZEN TO CT-COUNT
                    PERFORM WRITE-CLOSE-TOTAL
                END-IF

                CLOSE CLOSEREPORT
           .

           WRITE-CLOSE-TOTAL.
      *    ------------------- ONE LABELLED COUNT LINE -----------------
                MOVE SPACES TO CLOSE-LINE
                MOVE WS-CLOSE-TOTAL-LINE TO CLOSE-LINE
                WRITE CLOSE-LINE
           .
