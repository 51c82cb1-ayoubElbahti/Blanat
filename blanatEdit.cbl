      *    ------------------- SIDELINED RECORD FILE -----------------
               SELECT SIDEFILE ASSIGN TO "EDITREJ"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    ------------------- RUN PARAMETER CARDS -----------------
               SELECT PARMFILE ASSIGN TO "RUNPARMS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.
      *    ------------------- PROCESSED BATCH REGISTER -----------------
               SELECT BATCHREGISTER ASSIGN TO "BATCHREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BATCHREG-FS.

           DATA DIVISION.
           FILE SECTION.
      *    ------------------- SIDELINED RECORDS DESCRIPTION -----------------
           FD SIDEFILE.
           01 SIDE-LINE PIC X(80).
      *    ------------------- RUN PARAMETER CARD DESCRIPTION -----------------
           FD PARMFILE.
           01 PARM-RECORD PIC X(40).
      *    ------------------- PROCESSED BATCH REGISTER DESCRIPTION -----------------
      *    WRITTEN BY THE MAIN RUN ONLY - READ HERE TO STOP A RESENT
      *    BATCH BEFORE IT REACHES THE CLEANED COPY.
           FD BATCHREGISTER.
           01 BATCH-REGISTER-LINE PIC X(80).

           WORKING-STORAGE SECTION.
      *    ------------------- MASTER LIST TABLES -----------------
           01 WS-EDIT-CURR-X   PIC X(5).
           01 WS-EDIT-PRICE    PIC 9(6)V9(2).
           01 WS-EDIT-DATE     PIC 9(8).
           01 WS-EDIT-TAG      PIC X(10).
           01 WS-EDIT-EXTRA-1  PIC X(10).
           01 WS-EDIT-EXTRA-2  PIC X(10).
           01 WS-EDIT-OLD-PRICE PIC 9(6)V9(2).
           01 WS-EDIT-HASH-AMT PIC 9(6)V9(2).
      *    ------------------- TEMP VARIABLES -----------------
           01 WS-DATA-FS       PIC X(02).
           01 WS-CITYMAST-FS   PIC X(02).
           01 WS-CLEAN-HASH    PIC 9(8)V9(2) VALUE ZERO.
           01 WS-CLEAN-HASH-ED PIC 9(8).9(2).
           01 WS-STRUCT-ERROR  PIC X VALUE 'N'.
      *    ------------------- PROCESSED BATCH CHECK WORK AREAS -----------------
      *    A BATCH WHOSE SOURCE AND BATCH DATE IS ALREADY ON BATCHREG,
      *    OR APPEARS EARLIER ON THIS DATAFILE, IS SIDELINED WHOLE -
      *    HEADER, RECORDS AND TRAILER - UNLESS A REPLAY CARD ON
      *    RUNPARMS RELEASES IT.
           01 WS-BATCHREG-FS   PIC X(02).
           01 WS-BREG-EOF      PIC X VALUE "N".
           01 WS-BREG-FOUND    PIC X VALUE 'N'.
           01 WS-BREG-SUB      PIC 9(2) COMP VALUE ZERO.
           01 WS-BATCH-REFUSED PIC X VALUE 'N'.
           01 WS-BATCH-DATE    PIC 9(8) VALUE ZERO.
           01 WS-SEEN-COUNT    PIC 9(2) COMP VALUE ZERO.
           01 WS-SEEN-TABLE.
              05 WS-SEEN-ENTRY OCCURS 50 TIMES.
                 10 WS-SEEN-SOURCE PIC X(8).
                 10 WS-SEEN-DATE   PIC 9(8).
           01 WS-BATCH-REG-DETAIL.
              05 BR-SOURCE       PIC X(8).
              05 FILLER          PIC X(01).
              05 BR-BATCH-DATE   PIC 9(8).
              05 FILLER          PIC X(63).
      *    ------------------- RUN PARAMETER CARD WORK AREAS -----------------
      *    ONE KEYWORD=VALUE CARD PER LINE, SHARED WITH THE MAIN RUN.
      *    ONLY REPLAY MATTERS HERE, BUT EVERY CARD IS VALIDATED AND AN
      *    UNKNOWN KEYWORD ABORTS WITH RETURN CODE 12.
           01 WS-PARM-FS       PIC X(02).
           01 WS-PARM-EOF      PIC X VALUE "N".
           01 WS-PARM-KEY      PIC X(12).
           01 WS-PARM-VALUE    PIC X(20).
           01 WS-PARM-NUM      PIC 9(8) VALUE ZERO.
           01 WS-PARM-OK       PIC X.
           01 WS-PARM-ANY      PIC X.
           01 WS-PARM-SUB      PIC 9(2) COMP VALUE ZERO.
           01 WS-PARM-DIGITS   PIC 9(2) COMP VALUE ZERO.
           01 WS-PARM-DOTS     PIC 9(2) COMP VALUE ZERO.
           01 WS-DIGIT-X       PIC X(1).
           01 WS-DIGIT-9       PIC 9(1).
           01 WS-PARM-FROM     PIC 9(8) VALUE ZERO.
           01 WS-PARM-TO       PIC 9(8) VALUE 99999999.
           01 WS-PARM-VAL-DATE.
              05 WS-PARM-VAL-YEAR  PIC 9(4).
              05 WS-PARM-VAL-MONTH PIC 9(2).
              05 WS-PARM-VAL-DAY   PIC 9(2).
           01 WS-REPLAY-COUNT  PIC 9(2) COMP VALUE ZERO.
           01 WS-REPLAY-SUB    PIC 9(2) COMP VALUE ZERO.
           01 WS-REPLAY-TABLE.
              05 WS-REPLAY-ENTRY OCCURS 20 TIMES.
                 10 WS-RP-SOURCE PIC X(8).
                 10 WS-RP-DATE   PIC 9(8).
           01 WS-REPLAY-SOURCE PIC X(10).
           01 WS-REPLAY-DATE-X PIC X(10).
      *    ------------------- EDIT TOTALS -----------------
           01 WS-CTL-LINES     PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-DATA      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-GOOD      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-SIDELINED PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-BATCHES   PIC 9(3) COMP VALUE ZERO.
           01 WS-CTL-REFUSED   PIC 9(3) COMP VALUE ZERO.
           01 WS-CTL-REFUSED-RECS PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-REPLAYED  PIC 9(3) COMP VALUE ZERO.
           01 WS-CTL-VOIDS     PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-CORRS     PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT    PIC Z,ZZZ,ZZ9.
      *    ------------------- REPORT WORK AREAS -----------------
           01 WS-EDIT-HEADER-1.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             MOVE WS-CURRENT-DATE TO WS-TODAY

             PERFORM GET-RUN-PARAMETERS

      *    ------------- MASTER LISTS ARE OPTIONAL - WITHOUT THEM THE
      *    ------------- NAME CHECKS ARE SKIPPED, NEVER FAKED ------------
             PERFORM LOAD-CITY-LIST
             DISPLAY "BLEDIT - DATA RECORDS    : " WS-COUNT-EDIT
             MOVE WS-CTL-SIDELINED TO WS-COUNT-EDIT
             DISPLAY "BLEDIT - SIDELINED       : " WS-COUNT-EDIT
             MOVE WS-CTL-REFUSED TO WS-COUNT-EDIT
             DISPLAY "BLEDIT - BATCHES REFUSED : " WS-COUNT-EDIT

      *    ------------------- SCHEDULER RETURN CODE -----------------
      *    0 = CLEAN, 4 = RECORDS SIDELINED BUT THE CLEANED COPY CAN
      *    STILL MAKE THE WINDOW (OR A RESENT BATCH WAS REFUSED), 8 =
      *    STRUCTURAL FAILURE OR NOTHING LEFT TO RUN - SKIP THE MAIN RUN.
             MOVE ZERO TO RETURN-CODE
             IF WS-CTL-SIDELINED > 0 OR WS-CTL-REFUSED > 0
                 MOVE 4 TO RETURN-CODE
             END-IF
             IF WS-STRUCT-ERROR = 'Y' OR WS-CTL-DATA = 0
             END-IF
             STOP RUN.

           GET-RUN-PARAMETERS.
      *    ------------------- RUN PARAMETER CARDS, IF ANY -----------------
      *    THE PRE-EDIT HAS NO ENVIRONMENT SETTINGS OF ITS OWN; WITHOUT
      *    A RUNPARMS FILE NO BATCH IS RELEASED FOR REPLAY.
                OPEN INPUT PARMFILE
                IF WS-PARM-FS = "00"
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
                        DISPLAY "BLEDIT - RUN ABORTED"
                        DISPLAY "DATEFROM AFTER DATETO ON RUNPARMS"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
           .

           APPLY-PARM-CARD.
      *    ------------------- VALIDATE AND APPLY ONE PARAMETER CARD -----------------
      *    THE FULL SHARED KEYWORD SET IS ACCEPTED, SO ONE CARD FILE CAN
      *    DRIVE THE WHOLE SCHEDULE - KEYWORDS THIS PROGRAM DOES NOT
      *    USE ARE STILL VALIDATED, NEVER IGNORED.
                EVALUATE WS-PARM-KEY
                    WHEN 'INQCITY'
                        CONTINUE
                    WHEN 'INQPRODUCT'
                        CONTINUE
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
                    WHEN 'TRENDPCT'
                        PERFORM PARM-SCAN-NUMBER
                        IF WS-PARM-OK = 'N' OR WS-PARM-NUM = 0
                            OR WS-PARM-NUM > 999
                            PERFORM PARM-CARD-ERROR
                        END-IF
                    WHEN 'ARCHDAYS'
                        PERFORM PARM-SCAN-NUMBER
                        IF WS-PARM-OK = 'N' OR WS-PARM-NUM = 0
                            OR WS-PARM-NUM > 9999
                            PERFORM PARM-CARD-ERROR
                        END-IF
                    WHEN 'DATEFROM'
                        PERFORM PARM-CHECK-DATE
                        MOVE WS-PARM-VALUE(1:8) TO WS-PARM-FROM
                    WHEN 'DATETO'
                        PERFORM PARM-CHECK-DATE
                        MOVE WS-PARM-VALUE(1:8) TO WS-PARM-TO
                    WHEN 'REPLAY'
                        PERFORM PARM-CHECK-REPLAY
                        IF WS-REPLAY-COUNT >= 20
                            DISPLAY "BLEDIT - MORE THAN 20 REPLAY CARDS"
                            PERFORM PARM-CARD-ERROR
                        END-IF
                        ADD 1 TO WS-REPLAY-COUNT
                        MOVE WS-REPLAY-SOURCE
                            TO WS-RP-SOURCE(WS-REPLAY-COUNT)
                        MOVE WS-REPLAY-DATE-X(1:8)
                            TO WS-RP-DATE(WS-REPLAY-COUNT)
                    WHEN 'COMPBASE'
                        PERFORM PARM-CHECK-STAMP
                    WHEN 'COMPCAND'
                        PERFORM PARM-CHECK-STAMP
                    WHEN 'COMPTOL'
                        PERFORM PARM-CHECK-AMOUNT
                    WHEN OTHER
                        DISPLAY "BLEDIT - UNKNOWN PARAMETER KEYWORD"
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
                DISPLAY "BLEDIT - RUN ABORTED"
                DISPLAY "INVALID PARAMETER CARD: " PARM-RECORD
                MOVE 12 TO RETURN-CODE
                STOP RUN
           .

           LOAD-CITY-LIST.
      *    ------------------- LOAD CURRENT CITY MASTER LIST -----------------
                MOVE ZERO TO WS-CITY-COUNT
                        WHEN 'BATCHTRL'
                            PERFORM EDIT-BATCH-TRAILER
                        WHEN OTHER
                            IF WS-BATCH-REFUSED = 'Y'
                                ADD 1 TO WS-CTL-REFUSED-RECS
                                MOVE DATARECORD TO SIDE-LINE
                                WRITE SIDE-LINE
                            ELSE
                                IF DATARECORD(1:5) = 'VOID,'
                                  OR DATARECORD(1:11) = 'CORRECTION,'
                                    PERFORM EDIT-ADJUSTMENT-RECORD
                                ELSE
                                    PERFORM EDIT-DATA-RECORD
                                END-IF
                            END-IF
                    END-EVALUATE
                    READ DATAFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
      *    ------------- A BATCH STILL OPEN AT EOF NEVER GOT ITS TRAILER ---
                IF WS-BATCH-ACTIVE = 'Y' AND WS-BATCH-REFUSED = 'N'
                    MOVE 'BATCH MISSING TRAILER' TO WS-REASON
                    MOVE SPACES TO ED-RECORD
                    STRING 'BATCHHDR,' WS-BATCH-SOURCE
                        DELIMITED BY SIZE INTO ED-RECORD
                    PERFORM WRITE-EDIT-DETAIL
                    MOVE 'Y' TO WS-STRUCT-ERROR
                END-IF
                MOVE 'N' TO WS-BATCH-ACTIVE
                MOVE 'N' TO WS-BATCH-REFUSED
           .

           EDIT-BATCH-HEADER.
      *    ------------------- CHECK ONE BATCH HEADER -----------------
                IF WS-BATCH-ACTIVE = 'Y' AND WS-BATCH-REFUSED = 'N'
                    MOVE 'BATCH MISSING TRAILER' TO WS-REASON
                    MOVE DATARECORD TO ED-RECORD
                    PERFORM WRITE-EDIT-DETAIL
                    MOVE 'Y' TO WS-STRUCT-ERROR
                END-IF
                MOVE 'N' TO WS-BATCH-REFUSED
                ADD 1 TO WS-CTL-BATCHES
                MOVE SPACES TO WS-BATCH-SOURCE
                MOVE SPACES TO WS-BATCH-DATE-X
                    MOVE DATARECORD TO ED-RECORD
                    PERFORM WRITE-EDIT-DETAIL
                    MOVE 'Y' TO WS-STRUCT-ERROR
                ELSE
                    PERFORM CHECK-BATCH-REGISTER
                END-IF
                MOVE 'Y' TO WS-BATCH-ACTIVE
                MOVE ZERO TO WS-RECV-COUNT
                MOVE ZERO TO WS-RECV-HASH
                MOVE ZERO TO WS-CLEAN-COUNT
                MOVE ZERO TO WS-CLEAN-HASH
                IF WS-BATCH-REFUSED = 'Y'
                    MOVE DATARECORD TO SIDE-LINE
                    WRITE SIDE-LINE
                ELSE
                    MOVE DATARECORD TO CLEAN-LINE
                    WRITE CLEAN-LINE
                END-IF
           .

           CHECK-BATCH-REGISTER.
      *    ------------------- REFUSE A BATCH ALREADY PROCESSED -----------------
      *    SAME TEST AS THE MAIN RUN: EARLIER ON THIS DATAFILE OR ON
      *    BATCHREG MEANS A RESEND, UNLESS A REPLAY CARD RELEASES IT.
                MOVE WS-BATCH-DATE-X(1:8) TO WS-BATCH-DATE
                MOVE 'N' TO WS-BREG-FOUND
                PERFORM VARYING WS-BREG-SUB FROM 1 BY 1
                UNTIL WS-BREG-SUB > WS-SEEN-COUNT
                    IF WS-SEEN-SOURCE(WS-BREG-SUB) = WS-BATCH-SOURCE
                       AND WS-SEEN-DATE(WS-BREG-SUB) = WS-BATCH-DATE
                        MOVE 'Y' TO WS-BREG-FOUND
                    END-IF
                END-PERFORM
                IF WS-BREG-FOUND = 'N' AND WS-SEEN-COUNT < 50
                    ADD 1 TO WS-SEEN-COUNT
                    MOVE WS-BATCH-SOURCE
                        TO WS-SEEN-SOURCE(WS-SEEN-COUNT)
                    MOVE WS-BATCH-DATE
                        TO WS-SEEN-DATE(WS-SEEN-COUNT)
                END-IF
                IF WS-BREG-FOUND = 'N'
                    PERFORM FIND-BATCH-ON-REGISTER
                END-IF
                IF WS-BREG-FOUND = 'Y'
                    MOVE 'Y' TO WS-BATCH-REFUSED
                    PERFORM VARYING WS-REPLAY-SUB FROM 1 BY 1
                    UNTIL WS-REPLAY-SUB > WS-REPLAY-COUNT
                        IF WS-RP-SOURCE(WS-REPLAY-SUB) = WS-BATCH-SOURCE
                           AND WS-RP-DATE(WS-REPLAY-SUB) = WS-BATCH-DATE
                            MOVE 'N' TO WS-BATCH-REFUSED
                        END-IF
                    END-PERFORM
                    IF WS-BATCH-REFUSED = 'Y'
                        ADD 1 TO WS-CTL-REFUSED
                        MOVE 'BATCH ALREADY PROCESSED' TO WS-REASON
                    ELSE
                        ADD 1 TO WS-CTL-REPLAYED
                        MOVE 'BATCH REPLAY RELEASED' TO WS-REASON
                    END-IF
                    MOVE DATARECORD TO ED-RECORD
                    PERFORM WRITE-EDIT-DETAIL
                END-IF
           .

           FIND-BATCH-ON-REGISTER.
      *    ------------------- SOURCE + BATCH DATE ON BATCHREG? -----------------
      *    NO REGISTER YET MEANS NOTHING HAS BEEN REGISTERED.
                MOVE 'N' TO WS-BREG-FOUND
                MOVE "N" TO WS-BREG-EOF
                OPEN INPUT BATCHREGISTER
                IF WS-BATCHREG-FS = "00"
                    READ BATCHREGISTER
                        AT END MOVE "Y" TO WS-BREG-EOF
                    END-READ
                    PERFORM UNTIL WS-BREG-EOF = "Y"
                        OR WS-BREG-FOUND = 'Y'
                        MOVE BATCH-REGISTER-LINE
                            TO WS-BATCH-REG-DETAIL
                        IF BR-SOURCE = WS-BATCH-SOURCE
                            AND BR-BATCH-DATE = WS-BATCH-DATE
                            MOVE 'Y' TO WS-BREG-FOUND
                        END-IF
                        READ BATCHREGISTER
                            AT END MOVE "Y" TO WS-BREG-EOF
                        END-READ
                    END-PERFORM
                    CLOSE BATCHREGISTER
                END-IF
           .

           EDIT-BATCH-TRAILER.
                        INTO WS-BATCH-TAG,
                             WS-DECL-COUNT,
                             WS-DECL-HASH
                    IF WS-BATCH-REFUSED = 'Y'
                        MOVE DATARECORD TO SIDE-LINE
                        WRITE SIDE-LINE
                        MOVE 'N' TO WS-BATCH-REFUSED
                        MOVE 'N' TO WS-BATCH-ACTIVE
                    END-IF
                END-IF
                IF WS-BATCH-ACTIVE = 'Y'
                    IF WS-DECL-COUNT NOT = WS-RECV-COUNT
                        OR WS-DECL-HASH NOT = WS-RECV-HASH
                        MOVE 'BATCH TOTALS MISMATCH' TO WS-REASON
                END-IF
           .

           EDIT-ADJUSTMENT-RECORD.
      *    ------------------- CHECK ONE VOID OR CORRECTION -----------------
      *    VOID,CITY,PRODUCT,PRICE,DATE[,CURRENCY] OR
      *    CORRECTION,CITY,PRODUCT,PRICE,DATE,NEWPRICE[,CURRENCY].
      *    WHETHER AN ORIGINAL EXISTS IS THE MAIN RUN'S CALL - ONLY THE
      *    FORM IS CHECKED HERE. ITS TRAILER HASH IS THE VOIDED PRICE
      *    OF A VOID AND THE NEW PRICE OF A CORRECTION.
                ADD 1 TO WS-CTL-DATA
                MOVE 'Y' TO WS-RECORD-OK
                MOVE SPACES TO WS-REASON
                MOVE SPACES TO WS-EDIT-TAG
                MOVE SPACES TO WS-EDIT-CITY
                MOVE SPACES TO WS-EDIT-PRODUCT
                MOVE SPACES TO WS-EDIT-PRICE-X
                MOVE SPACES TO WS-EDIT-DATE-X
                MOVE SPACES TO WS-EDIT-EXTRA-1
                MOVE SPACES TO WS-EDIT-EXTRA-2
                MOVE ZERO   TO WS-EDIT-PRICE
                MOVE ZERO   TO WS-EDIT-OLD-PRICE
                MOVE ZERO   TO WS-EDIT-HASH-AMT
                UNSTRING DATARECORD DELIMITED BY ","
                    INTO WS-EDIT-TAG,
                         WS-EDIT-CITY,
                         WS-EDIT-PRODUCT,
                         WS-EDIT-PRICE-X,
                         WS-EDIT-DATE-X,
                         WS-EDIT-EXTRA-1,
                         WS-EDIT-EXTRA-2

                IF WS-EDIT-CITY = SPACES OR WS-EDIT-PRODUCT = SPACES
                    OR WS-EDIT-PRICE-X = SPACES
                    OR WS-EDIT-DATE-X = SPACES
                    MOVE 'MISSING FIELD' TO WS-REASON
                    MOVE 'N' TO WS-RECORD-OK
                END-IF

                IF WS-EDIT-PRICE-X NOT = SPACES
                    PERFORM CHECK-PRICE-FORMAT
                    MOVE WS-EDIT-PRICE TO WS-EDIT-OLD-PRICE
                END-IF
                IF WS-EDIT-TAG = 'VOID'
                    ADD 1 TO WS-CTL-VOIDS
                    MOVE WS-EDIT-OLD-PRICE TO WS-EDIT-HASH-AMT
                ELSE
                    ADD 1 TO WS-CTL-CORRS
                    IF WS-EDIT-EXTRA-1 = SPACES
                        MOVE 'MISSING FIELD' TO WS-REASON
                        MOVE 'N' TO WS-RECORD-OK
                    ELSE
                        MOVE WS-EDIT-EXTRA-1 TO WS-EDIT-PRICE-X
                        MOVE ZERO TO WS-EDIT-PRICE
                        PERFORM CHECK-PRICE-FORMAT
                        MOVE WS-EDIT-PRICE TO WS-EDIT-HASH-AMT
                    END-IF
                END-IF

                IF WS-RECORD-OK = 'Y'
                    PERFORM CHECK-DATE-FIELD
                END-IF
                IF WS-RECORD-OK = 'Y' AND WS-CITY-COUNT > 0
                    MOVE 'N' TO WS-NAME-FOUND
                    PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                    UNTIL WS-LIST-SUB > WS-CITY-COUNT
                        OR WS-NAME-FOUND = 'Y'
                        IF WS-CL-NAME(WS-LIST-SUB) = WS-EDIT-CITY
                            MOVE 'Y' TO WS-NAME-FOUND
                        END-IF
                    END-PERFORM
                    IF WS-NAME-FOUND = 'N'
                        MOVE 'CITY NOT ON MASTER' TO WS-REASON
                        MOVE 'N' TO WS-RECORD-OK
                    END-IF
                END-IF
                IF WS-RECORD-OK = 'Y' AND WS-PRDT-COUNT > 0
                    MOVE 'N' TO WS-NAME-FOUND
                    PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                    UNTIL WS-LIST-SUB > WS-PRDT-COUNT
                        OR WS-NAME-FOUND = 'Y'
                        IF WS-PL-NAME(WS-LIST-SUB) = WS-EDIT-PRODUCT
                            MOVE 'Y' TO WS-NAME-FOUND
                        END-IF
                    END-PERFORM
                    IF WS-NAME-FOUND = 'N'
                        MOVE 'PRODUCT NOT ON MASTER' TO WS-REASON
                        MOVE 'N' TO WS-RECORD-OK
                    END-IF
                END-IF

                IF WS-BATCH-ACTIVE = 'Y'
                    ADD 1 TO WS-RECV-COUNT
                    ADD WS-EDIT-HASH-AMT TO WS-RECV-HASH
                END-IF

                IF WS-RECORD-OK = 'Y'
                    ADD 1 TO WS-CTL-GOOD
                    IF WS-BATCH-ACTIVE = 'Y'
                        ADD 1 TO WS-CLEAN-COUNT
                        ADD WS-EDIT-HASH-AMT TO WS-CLEAN-HASH
                    END-IF
                    MOVE DATARECORD TO CLEAN-LINE
                    WRITE CLEAN-LINE
                ELSE
                    ADD 1 TO WS-CTL-SIDELINED
                    MOVE DATARECORD TO SIDE-LINE
                    WRITE SIDE-LINE
                    MOVE DATARECORD TO ED-RECORD
                    PERFORM WRITE-EDIT-DETAIL
                END-IF
           .

           CHECK-PRICE-FORMAT.
      *    ------------------- PRICE MUST BE DIGITS AND ONE POINT -----------------
                MOVE ZERO TO WS-SCAN-DIGITS
                MOVE WS-EDIT-TOTAL-LINE TO EDIT-LINE
                WRITE EDIT-LINE

                MOVE 'VOIDS             : ' TO ET-LABEL
                MOVE WS-CTL-VOIDS TO ET-COUNT
                MOVE SPACES TO EDIT-LINE
                MOVE WS-EDIT-TOTAL-LINE TO EDIT-LINE
                WRITE EDIT-LINE

                MOVE 'CORRECTIONS       : ' TO ET-LABEL
                MOVE WS-CTL-CORRS TO ET-COUNT
                MOVE SPACES TO EDIT-LINE
                MOVE WS-EDIT-TOTAL-LINE TO EDIT-LINE
                WRITE EDIT-LINE

                MOVE 'BATCHES SEEN      : ' TO ET-LABEL
                MOVE WS-CTL-BATCHES TO ET-COUNT
                MOVE SPACES TO EDIT-LINE
                MOVE WS-EDIT-TOTAL-LINE TO EDIT-LINE
                WRITE EDIT-LINE

                MOVE 'BATCHES REFUSED   : ' TO ET-LABEL
                MOVE WS-CTL-REFUSED TO ET-COUNT
                MOVE SPACES TO EDIT-LINE
                MOVE WS-EDIT-TOTAL-LINE TO EDIT-LINE
                WRITE EDIT-LINE

                MOVE 'RECORDS REFUSED   : ' TO ET-LABEL
                MOVE WS-CTL-REFUSED-RECS TO ET-COUNT
                MOVE SPACES TO EDIT-LINE
                MOVE WS-EDIT-TOTAL-LINE TO EDIT-LINE
                WRITE EDIT-LINE

                MOVE 'BATCHES REPLAYED  : ' TO ET-LABEL
                MOVE WS-CTL-REPLAYED TO ET-COUNT
                MOVE SPACES TO EDIT-LINE
                MOVE WS-EDIT-TOTAL-LINE TO EDIT-LINE
                WRITE EDIT-LINE

                MOVE SPACES TO EDIT-LINE
                IF WS-STRUCT-ERROR = 'Y'
                    MOVE 'STRUCTURE          : BROKEN - SKIP MAIN RUN'
