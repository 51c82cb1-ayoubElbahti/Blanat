           01 WS-PARM-OK       PIC X.
           01 WS-PARM-ANY      PIC X.
           01 WS-PARM-SUB      PIC 9(2) COMP VALUE ZERO.
           01 WS-PARM-DIGITS   PIC 9(2) COMP VALUE ZERO.
           01 WS-PARM-DOTS     PIC 9(2) COMP VALUE ZERO.
           01 WS-DIGIT-X       PIC X(1).
           01 WS-DIGIT-9       PIC 9(1).
           01 WS-PARM-FROM     PIC 9(8) VALUE ZERO.
              05 WS-PARM-VAL-YEAR  PIC 9(4).
              05 WS-PARM-VAL-MONTH PIC 9(2).
              05 WS-PARM-VAL-DAY   PIC 9(2).
           01 WS-REPLAY-SOURCE PIC X(10).
           01 WS-REPLAY-DATE-X PIC X(10).
      *    ------------------- NOT-FOUND DISPOSITION LINE -----------------
           01 WS-INQ-MISS-LINE.
              05 IM-CITY         PIC X(18).
                    WHEN 'DATETO'
                        PERFORM PARM-CHECK-DATE
                        MOVE WS-PARM-VALUE(1:8) TO WS-PARM-TO
                    WHEN 'REPLAY'
                        PERFORM PARM-CHECK-REPLAY
                    WHEN 'COMPBASE'
                        PERFORM PARM-CHECK-STAMP
                    WHEN 'COMPCAND'
                        PERFORM PARM-CHECK-STAMP
                    WHEN 'COMPTOL'
                        PERFORM PARM-CHECK-AMOUNT
                    WHEN OTHER
                        DISPLAY "BLINQ - UNKNOWN PARAMETER KEYWORD"
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
