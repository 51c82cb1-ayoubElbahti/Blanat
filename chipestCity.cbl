                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PM-KEY
                   FILE STATUS IS WS-PRICEMAST-FS.
      *    ------------------- PRICE MASTER BEFORE/AFTER JOURNAL -----------------
               SELECT JOURNALFILE ASSIGN TO "PMJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PMJRNL-FS.
      *    ------------------- CITY / PRODUCT ALIAS TABLE FILE -----------------
               SELECT ALIASFILE ASSIGN TO "ALIASTAB"
                   ORGANIZATION IS LINE SEQUENTIAL
               SELECT REGISTERFILE ASSIGN TO "OUTREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OUTREG-FS.
      *    ------------------- PROCESSED BATCH REGISTER FILE -----------------
               SELECT BATCHREGISTER ASSIGN TO "BATCHREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BATCHREG-FS.
      *    ------------------- EXPECTED FEED CALENDAR FILE -----------------
               SELECT FEEDCALENDAR ASSIGN TO "FEEDCAL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEEDCAL-FS.
      *    ------------------- PERIOD CLOSE / REOPEN LOG -----------------
               SELECT PERIODLOG ASSIGN TO "PERIODLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIODLOG-FS.
      *    ------------------- FROZEN CLOSED-PERIOD FIGURES -----------------
               SELECT CLOSEDFILE ASSIGN TO "CLOSEDPER"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLOSED-FS.
      *    ------------------- PRIOR-PERIOD ADJUSTMENT FILE -----------------
               SELECT PRIORADJFILE ASSIGN TO "PPADJOUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PPADJ-FS.
      *    ------------------- PRIOR-PERIOD ADJUSTMENT REPORT -----------------
               SELECT PRIORADJRPT ASSIGN TO "PPADJRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    ------------------- MONTHLY AVERAGE OBSERVATION WORK FILE -----------------
               SELECT MONTHWORK ASSIGN TO "MONTHWORK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MONTHWORK-FS.
      *    ------------------- MONTHLY AVERAGE MERGE SORT FILE -----------------
               SELECT MONTHSORT ASSIGN TO "MONTHSRTW"
               .
      *    ------------------- MONTH-LEVEL CITY / PRODUCT AVERAGES -----------------
               SELECT MONTHAVGFILE ASSIGN TO "MONTHAVG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MONTHAVG-FS.
      *    ------------------- MONTHLY AVERAGES AS REBUILT THIS RUN -----------------
               SELECT MONTHNEWFILE ASSIGN TO "MONTHNEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MONTHNEW-FS.
      *    ------------------- POSTED OBSERVATION LOG -----------------
               SELECT POSTLOGFILE ASSIGN TO "POSTLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POSTLOG-FS.
      *    ------------------- PER-SOURCE QUALITY LEDGER FILE -----------------
               SELECT LEDGERFILE ASSIGN TO "SRCLEDGER"
                   ORGANIZATION IS LINE SEQUENTIAL
               05 PM-SUM-PRICE   PIC 9(8)V9(2).
               05 PM-COUNT       PIC 9(6).
               05 PM-LAST-DATE   PIC 9(8).
      *    ------------------- JOURNAL FILE DESCRIPTION -----------------
           FD JOURNALFILE.
           01 JOURNAL-LINE PIC X(200).
      *    ------------------- ALIAS TABLE FILE DESCRIPTION -----------------
           FD ALIASFILE.
           01 ALIAS-RECORD PIC X(40).
      *    ------------------- OUTPUT REGISTER DESCRIPTION -----------------
           FD REGISTERFILE.
           01 REGISTER-LINE PIC X(100).
      *    ------------------- BATCH REGISTER DESCRIPTION -----------------
           FD BATCHREGISTER.
           01 BATCH-REGISTER-LINE PIC X(80).
      *    ------------------- FEED CALENDAR DESCRIPTION -----------------
      *    ONE SOURCE PER LINE: SOURCE,DAYS,CUTOFF. DAYS IS SEVEN Y/N
      *    FLAGS, MONDAY FIRST (YYYYYNN = WEEKDAYS). CUTOFF IS THE HHMM
      *    BY WHICH THAT DAY'S BATCH IS DUE AND MAY BE LEFT BLANK.
           FD FEEDCALENDAR.
           01 FEED-CALENDAR-RECORD PIC X(40).
      *    ------------------- PERIOD LOG DESCRIPTION -----------------
      *    WRITTEN BY BLCLOSE. THE LAST CLOSE OR REOPEN LINE FOR A
      *    PERIOD DECIDES WHETHER IT IS CLOSED.
           FD PERIODLOG.
           01 PERIODLOG-LINE PIC X(110).
      *    ------------------- CLOSED-PERIOD FILE DESCRIPTION -----------------
           FD CLOSEDFILE.
           01 CLOSED-LINE PIC X(128).
      *    ------------------- PRIOR-PERIOD ADJUSTMENT DESCRIPTIONS -----------------
      *    PPADJOUT LINES ARE IN REJECTOUT LAYOUT, SO ONCE A PERIOD IS
      *    REOPENED THE FILE CAN GO BACK IN AS REJECTIN UNDER REPAIRMODE.
           FD PRIORADJFILE.
           01 PRIORADJ-LINE PIC X(90).
           FD PRIORADJRPT.
           01 PRIORRPT-LINE PIC X(80).
      *    ------------------- MONTHLY AVERAGE WORK FILE DESCRIPTION -----------------
      *    ONE LINE PER POSTED OBSERVATION, MONTH TAKEN FROM THE
      *    OBSERVATION'S OWN DATE AND PRICE ALREADY IN MAD.
           FD MONTHWORK.
           01 MONTHWORK-RECORD.
               05 MW-MONTH   PIC 9(6).
               05 MW-CITY    PIC X(18).
               05 MW-PRODUCT PIC X(18).
               05 MW-PRICE   PIC 9(6)V9(2).
      *    ------------- P = POSTED, V = TAKEN BACK OUT ------------------
               05 MW-ACTION  PIC X(1).
               05 MW-DATE    PIC 9(8).
               05 MW-SOURCE  PIC X(8).
               05 MW-KEYED-PRICE PIC 9(6)V9(2).
               05 MW-CURRENCY PIC X(3).
      *    ------------------- MONTHLY AVERAGE SORT FILE DESCRIPTION -----------------
           SD MONTHSORT
           DATA RECORD MONTH-SORT-REC
           RECORDING MODE F.
           01 MONTH-SORT-REC.
               05 MS-MONTH   PIC 9(6).
               05 MS-CITY    PIC X(18).
               05 MS-PRODUCT PIC X(18).
               05 MS-SUM     PIC S9(10)V9(2).
               05 MS-COUNT   PIC S9(7).
               05 MS-UPDATED PIC 9(8).
      *    ------------------- MONTHLY AVERAGE FILE DESCRIPTION -----------------
      *    PERMANENT. ONE LINE PER MONTH, CITY AND PRODUCT WITH THE
      *    AVERAGE AND THE SUM AND COUNT BEHIND IT, SO LATER RUNS FOLD
      *    THEIR OBSERVATIONS INTO THE SAME MONTH EXACTLY.
           FD MONTHAVGFILE.
           01 MONTHAVG-LINE PIC X(90).
      *    ------------------- REBUILT MONTHLY AVERAGE DESCRIPTION -----------------
      *    PER RUN. THE MERGED MONTHAVG IS WRITTEN HERE IN FULL FIRST AND
      *    ONLY THEN COPIED OVER MONTHAVG, SO MONTHAVG IS NEVER EMPTIED
      *    BEFORE A COMPLETE REPLACEMENT EXISTS.
           FD MONTHNEWFILE.
           01 MONTHNEW-LINE PIC X(90).
      *    ------------------- POSTED OBSERVATION LOG DESCRIPTION -----------------
      *    PERMANENT, ALWAYS APPENDED. ONE P LINE PER OBSERVATION FOLDED
      *    INTO MONTHAVG, AS KEYED AND AS POSTED IN MAD, AND ONE V LINE
      *    PER OBSERVATION LATER TAKEN BACK OUT BY A VOID OR CORRECTION.
           FD POSTLOGFILE.
           01 POSTLOG-LINE PIC X(100).
      *    ------------------- DUPLICATES FILE DESCRIPTION -----------------
           FD DUPFILE.
           01 DUP-LINE PIC X(100).
              05 FILLER PIC X(10) VALUE 'MATRIXOUT'.
              05 FILLER PIC X(10) VALUE 'CONTROLOUT'.
              05 FILLER PIC X(10) VALUE 'EXTRACTOUT'.
              05 FILLER PIC X(10) VALUE 'STATSOUT'.
           01 WS-ARCH-NAME-TAB REDEFINES WS-ARCH-NAMES.
              05 WS-ARCH-BASE PIC X(10) OCCURS 5 TIMES.
           01 WS-ARCH-EOF      PIC X VALUE "N".
      *    ------------- AN ABORTED RUN PRODUCES ONLY CONTROLOUT - THE
      *    ------------- OTHER FOUR STILL HOLD THE PRIOR RUN AND MUST
      *    ------------- NOT BE ARCHIVED UNDER TODAY'S STAMP -------------
           01 WS-ARCH-CTL-ONLY PIC X VALUE 'N'.
           01 WS-ARCH-CUTOFF   PIC 9(8) VALUE ZERO.
           01 WS-PARM-OK       PIC X.
           01 WS-PARM-ANY      PIC X.
           01 WS-PARM-SUB      PIC 9(2) COMP VALUE ZERO.
           01 WS-PARM-DIGITS   PIC 9(2) COMP VALUE ZERO.
           01 WS-PARM-DOTS     PIC 9(2) COMP VALUE ZERO.
           01 WS-PARM-YN       PIC X.
      *    ------------------- CURRENCY CONVERSION WORK AREAS -----------------
      *    EACH RATE LINE CARRIES CURRENCY,RATE-TO-MAD,EFFECTIVE-DATE.
      *    ------------------- PRICE MASTER WORK AREAS -----------------
           01 WS-PRICEMAST-FS  PIC X(02).
           01 WS-PRICEMAST-SW  PIC X VALUE 'N'.
      *    ------------------- PRICE MASTER JOURNAL WORK AREAS -----------------
      *    EVERY WRITE AND REWRITE OF PRICEMAST IS JOURNALLED WITH THE
      *    RECORD IMAGE BEFORE AND AFTER, THE RUN STAMP AND THE FEED
      *    THAT CAUSED IT. A FRESH RUN'S TRUNCATION OF THE MASTER IS
      *    JOURNALLED AS A CLR ENTRY, SO A BACKUP GENERATION PLUS THE
      *    JOURNAL IS ALWAYS ENOUGH TO REBUILD THE MASTER AS OF ANY RUN.
           01 WS-PMJRNL-FS     PIC X(02).
           01 WS-JRN-SEQ       PIC 9(7) VALUE ZERO.
           01 WS-JRN-BEFORE    PIC X(76).
           01 WS-JRN-AFTER     PIC X(76).
           01 WS-JRN-ACTION    PIC X(3).
           01 WS-JOURNAL-DETAIL.
              05 JR-DATE         PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JR-TIME         PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JR-SEQ          PIC 9(7).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JR-PROGRAM      PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JR-SOURCE       PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JR-ACTION       PIC X(3).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JR-BEFORE       PIC X(76).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JR-AFTER        PIC X(76).
      *    ------------------- REJECT REPAIR WORK AREAS -----------------
           01 WS-ALIAS-FS      PIC X(02).
           01 WS-REPAIR-FS     PIC X(02).
           01 WS-EXTRACT-MAX   PIC 9(6).9(2).
           01 WS-EXTRACT-MED   PIC 9(6).9(2).
           01 WS-EXTRACT-DEV   PIC 9(6).9(2).
      *    ------------------- MONTHLY AVERAGE WORK AREAS -----------------
           01 WS-MONTHWORK-FS  PIC X(02).
           01 WS-MONTHWORK-SW  PIC X VALUE 'N'.
           01 WS-MONTHAVG-FS   PIC X(02).
           01 WS-MONTHNEW-FS   PIC X(02).
           01 WS-MONTH-EOF     PIC X VALUE "N".
           01 WS-MONTH-CUR-KEY PIC X(42).
           01 WS-MONTH-SUM     PIC S9(10)V9(2) VALUE ZERO.
           01 WS-MONTH-COUNT   PIC S9(7) VALUE ZERO.
           01 WS-MONTH-UPDATED PIC 9(8) VALUE ZERO.
           01 WS-CTL-MONTH-OBS PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-MONTH-ROWS PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-MONTH-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-MONTHAVG-DETAIL.
              05 MA-MONTH        PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MA-CITY         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MA-PRODUCT      PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MA-AVG          PIC 9(6)V9(2).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MA-SUM          PIC 9(10)V9(2).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MA-COUNT        PIC 9(7).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 MA-UPDATED      PIC 9(8).
      *    ------------------- POSTED OBSERVATION LOG WORK AREAS -----------------
      *    THE AMOUNT AND CURRENCY AS KEYED ARE KEPT BEFORE CONVERSION
      *    SO A LATER VOID OR CORRECTION, WHICH QUOTES THEM AS KEYED,
      *    CAN BE MATCHED TO THE EXACT OBSERVATION IT CANCELS.
           01 WS-POSTLOG-FS    PIC X(02).
           01 WS-POSTLOG-SW    PIC X VALUE 'N'.
           01 WS-POSTLOG-EOF   PIC X VALUE "N".
           01 WS-KEYED-PRICE   PIC 9(6)V9(2) VALUE ZERO.
           01 WS-KEYED-CURRENCY PIC X(3).
           01 WS-POSTLOG-DETAIL.
              05 PG-ACTION       PIC X(1).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PG-RUN-DATE     PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PG-RUN-TIME     PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PG-SOURCE       PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PG-CITY         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PG-PRODUCT      PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PG-DATE         PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PG-PRICE        PIC 9(6)V9(2).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PG-CURRENCY     PIC X(3).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PG-MAD-PRICE    PIC 9(6)V9(2).
      *    ------------------- EXTRACT WORK AREAS -----------------
           01 WS-EXTRACT-DATE  PIC 9(8).
           01 WS-EXTRACT-PRICE PIC 9(6).9(2).
                 10 WS-BT-RECV-COUNT PIC 9(6).
                 10 WS-BT-RECV-HASH  PIC 9(8)V9(2).
                 10 WS-BT-STATUS     PIC X(8).
      *    ------------- N = NEW BATCH, R = REPLAY RELEASED BY CARD,
      *    ------------- X = REFUSED AS ALREADY PROCESSED ---------------
                 10 WS-BT-REPLAY     PIC X.
      *    ------------------- PROCESSED BATCH REGISTER WORK AREAS -----------------
      *    EVERY BATCH A COMPLETED RUN POSTED GOES ON BATCHREG BY SOURCE
      *    AND BATCH DATE AND IS NEVER REWRITTEN. A BATCH ALREADY ON THE
      *    REGISTER, OR REPEATED EARLIER ON THE SAME DATAFILE, IS REFUSED
      *    - ITS RECORDS NEVER REACH THE SORT - UNLESS THE OPERATOR
      *    RELEASES IT WITH A REPLAY=SOURCE,YYYYMMDD CARD ON RUNPARMS.
           01 WS-BATCHREG-FS   PIC X(02).
           01 WS-BREG-EOF      PIC X VALUE "N".
           01 WS-BREG-FOUND    PIC X VALUE 'N'.
           01 WS-BREG-SOURCE   PIC X(8).
           01 WS-BREG-DATE     PIC 9(8).
           01 WS-BREG-SUB      PIC 9(2) COMP VALUE ZERO.
           01 WS-BATCH-REFUSED PIC X VALUE 'N'.
           01 WS-CTL-REFUSED   PIC 9(6) COMP VALUE ZERO.
           01 WS-CTL-REFUSED-RECS PIC 9(6) COMP VALUE ZERO.
           01 WS-CTL-REPLAYED  PIC 9(6) COMP VALUE ZERO.
           01 WS-CTL-REFUSED-EDIT PIC ZZZ,ZZ9.
           01 WS-REPLAY-COUNT  PIC 9(2) COMP VALUE ZERO.
           01 WS-REPLAY-SUB    PIC 9(2) COMP VALUE ZERO.
           01 WS-REPLAY-TABLE.
              05 WS-REPLAY-ENTRY OCCURS 20 TIMES.
                 10 WS-RP-SOURCE PIC X(8).
                 10 WS-RP-DATE   PIC 9(8).
           01 WS-REPLAY-SOURCE PIC X(10).
           01 WS-REPLAY-DATE-X PIC X(10).
           01 WS-BATCH-REG-DETAIL.
              05 BR-SOURCE       PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 BR-BATCH-DATE   PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 BR-RUN-DATE     PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 BR-RUN-TIME     PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 BR-PROGRAM      PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 BR-COUNT        PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 BR-HASH         PIC 9(8)V9(2).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 BR-ACTION       PIC X(8).
      *    ------------------- EXPECTED FEED CALENDAR WORK AREAS -----------------
      *    EACH RUN CHECKS ITS BATCHES AGAINST FEEDCAL: A SOURCE DUE
      *    TODAY WITH NO BATCH FOR TODAY HERE OR ON THE REGISTER IS
      *    MISSING, A BATCH FOR AN EARLIER DAY OR PAST ITS CUTOFF IS
      *    LATE, AND A BATCH DATED ON A DAY ITS SOURCE IS NOT DUE (OR
      *    FROM A SOURCE NOT ON THE CALENDAR AT ALL) IS UNSCHEDULED.
           01 WS-FEEDCAL-FS    PIC X(02).
           01 WS-FC-EOF        PIC X VALUE "N".
           01 WS-FC-COUNT      PIC 9(2) COMP VALUE ZERO.
           01 WS-FC-SUB        PIC 9(2) COMP VALUE ZERO.
           01 WS-FC-FOUND      PIC 9(2) COMP VALUE ZERO.
           01 WS-FC-TABLE.
              05 WS-FC-ENTRY OCCURS 50 TIMES.
                 10 WS-FC-SOURCE PIC X(8).
                 10 WS-FC-DAYS   PIC X(7).
                 10 WS-FC-CUTOFF PIC 9(4).
           01 WS-FC-SOURCE-X   PIC X(10).
           01 WS-FC-DAYS-X     PIC X(10).
           01 WS-FC-CUTOFF-X   PIC X(6).
           01 WS-FC-DATE       PIC 9(8).
           01 WS-FC-DATE-INT   PIC 9(8) COMP VALUE ZERO.
           01 WS-FC-QUOT       PIC 9(8) COMP VALUE ZERO.
           01 WS-FC-WEEKDAY    PIC 9(2) COMP VALUE ZERO.
           01 WS-FC-TODAY-DAY  PIC 9(2) COMP VALUE ZERO.
           01 WS-FC-RUN-HHMM   PIC 9(4) VALUE ZERO.
           01 WS-FC-HAVE       PIC X VALUE 'N'.
           01 WS-FC-TALLY      PIC 9(2) COMP VALUE ZERO.
           01 WS-CTL-FEED-EXC  PIC 9(4) COMP VALUE ZERO.
           01 WS-FC-DAY-NAMES  PIC X(21) VALUE
              'MONTUEWEDTHUFRISATSUN'.
           01 WS-CTL-FEED-LINE.
              05 CF-SOURCE       PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CF-DATE         PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CF-DAY          PIC X(3).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CF-STATUS       PIC X(12).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CF-NOTE         PIC X(30).
      *    ------------------- CLOSED PERIOD WORK AREAS -----------------
      *    BLCLOSE FREEZES A MONTH'S PUBLISHED FIGURES ON CLOSEDPER AND
      *    LOGS THE CLOSE ON PERIODLOG. A RECORD DATED IN A CLOSED MONTH
      *    NEVER REACHES THE CURRENT AVERAGES - IT IS HELD ON PPADJOUT
      *    AND PPADJRPT SHOWS HOW FAR IT WOULD HAVE MOVED THE FROZEN CITY
      *    AVERAGE AND CHEAPEST PRICE. ONLY AN EXPLICIT REOPEN ON THE
      *    LOG RELEASES THE MONTH AGAIN.
           01 WS-PERIODLOG-FS  PIC X(02).
           01 WS-CLOSED-FS     PIC X(02).
           01 WS-PPADJ-FS      PIC X(02).
           01 WS-PP-EOF        PIC X VALUE "N".
           01 WS-CL-COUNT      PIC 9(3) COMP VALUE ZERO.
           01 WS-CL-CLOSED     PIC 9(3) COMP VALUE ZERO.
           01 WS-CL-SUB        PIC 9(3) COMP VALUE ZERO.
           01 WS-CL-HIT        PIC 9(3) COMP VALUE ZERO.
           01 WS-CL-TABLE.
              05 WS-CL-ENTRY OCCURS 240 TIMES.
                 10 CL-PERIOD    PIC 9(6).
      *    ------------- C = CLOSED, R = REOPENED ------------------------
                 10 CL-STATE     PIC X.
                 10 CL-DATE      PIC 9(8).
                 10 CL-TIME      PIC 9(6).
                 10 CL-HELD      PIC 9(6) COMP.
           01 WS-PP-PERIOD     PIC 9(6) VALUE ZERO.
           01 WS-CTL-PRIOR     PIC 9(6) COMP VALUE ZERO.
           01 WS-CTL-PRIOR-EDIT PIC ZZZ,ZZ9.
           01 WS-PLOG-DETAIL.
              05 PL-PERIOD       PIC 9(6).
              05 FILLER          PIC X(01).
              05 PL-ACTION       PIC X(6).
              05 FILLER          PIC X(01).
              05 PL-DATE         PIC 9(8).
              05 FILLER          PIC X(01).
              05 PL-TIME         PIC 9(6).
              05 FILLER          PIC X(01).
              05 PL-USER         PIC X(8).
              05 FILLER          PIC X(01).
              05 PL-REF-DATE     PIC 9(8).
              05 FILLER          PIC X(01).
              05 PL-REF-TIME     PIC 9(6).
              05 FILLER          PIC X(01).
              05 PL-ROWS         PIC 9(7).
              05 FILLER          PIC X(01).
              05 PL-REASON       PIC X(40).
           01 WS-CLOSED-DETAIL.
              05 CP-PERIOD       PIC 9(6).
              05 FILLER          PIC X(01).
              05 CP-DATE         PIC 9(8).
              05 FILLER          PIC X(01).
              05 CP-TIME         PIC 9(6).
              05 FILLER          PIC X(01).
              05 CP-TYPE         PIC X(4).
              05 FILLER          PIC X(01).
              05 CP-DATA         PIC X(100).
      *    ------------- FROZEN CITYAVG AND CHEAPEST EXTRACT ROWS OF THE
      *    ------------- PERIODS THIS RUN HELD RECORDS FOR --------------
      *    ------------- C = CITY AVERAGE, P = PRODUCT CHEAPEST ----------
           01 WS-FZ-USED       PIC 9(4) COMP VALUE ZERO.
           01 WS-FZ-SUB        PIC 9(4) COMP VALUE ZERO.
           01 WS-FZ-HIT        PIC 9(4) COMP VALUE ZERO.
           01 WS-FZ-PARTIAL    PIC X VALUE 'N'.
           01 WS-FZ-TABLE.
              05 WS-FZ-ENTRY OCCURS 2000 TIMES.
                 10 FZ-PERIOD    PIC 9(6).
                 10 FZ-KIND      PIC X.
                 10 FZ-NAME      PIC X(18).
                 10 FZ-PRICE     PIC 9(6)V9(2).
                 10 FZ-COUNT     PIC 9(6).
                 10 FZ-CITY      PIC X(18).
           01 WS-FZ-TAG        PIC X(10).
           01 WS-FZ-DATE-X     PIC X(10).
           01 WS-FZ-NAME       PIC X(18).
           01 WS-FZ-PRICE-X    PIC X(9).
           01 WS-FZ-PRICE-ED REDEFINES WS-FZ-PRICE-X PIC 9(6).9(2).
           01 WS-FZ-LAST       PIC X(18).
           01 WS-FZ-COUNT-X    PIC X(6).
           01 WS-FZ-COUNT-9 REDEFINES WS-FZ-COUNT-X PIC 9(6).
           01 WS-PP-PRICE      PIC 9(6)V9(2) VALUE ZERO.
           01 WS-PP-NEW        PIC 9(6)V9(2) VALUE ZERO.
           01 WS-PP-MOVE       PIC S9(6)V9(2) VALUE ZERO.
           01 WS-PP-HEADER-1.
              05 FILLER          PIC X(44) VALUE
                 'BLANAT  -  PRIOR  PERIOD  ADJUSTMENTS  HELD'.
           01 WS-PP-DETAIL-LINE.
              05 PD-PERIOD       PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PD-DATE         PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PD-CITY         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PD-PRODUCT      PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PD-PRICE        PIC ZZZ,ZZ9.99.
           01 WS-PP-EFFECT-LINE.
              05 FILLER          PIC X(8) VALUE SPACES.
              05 PE-LABEL        PIC X(10).
              05 PE-FROM         PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(4) VALUE ' -> '.
              05 PE-TO           PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(7) VALUE '  MOVE '.
              05 PE-MOVE         PIC -ZZZ,ZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 PE-NOTE         PIC X(18).
      *    ------------------- VOID / CORRECTION WORK AREAS -----------------
      *    VOID,CITY,PRODUCT,PRICE,DATE[,CURRENCY] CANCELS ONE POSTED
      *    OBSERVATION. CORRECTION,CITY,PRODUCT,PRICE,DATE,NEWPRICE
      *    [,CURRENCY] CANCELS IT AND POSTS NEWPRICE IN ITS PLACE. BOTH
      *    ARE HELD HERE WHILE THE SORT IS FED, SO A MATCHING ORIGINAL
      *    LATER IN THE SAME RUN IS SUPPRESSED BEFORE IT EVER POSTS.
      *    ONE WITH NO ORIGINAL IN THE RUN MUST MATCH AN OBSERVATION
      *    STILL STANDING ON POSTLOG, OR IT IS REJECTED. A BATCH TRAILER
      *    COUNTS THEM AND HASHES THE VOIDED PRICE OF A VOID AND THE
      *    NEW PRICE OF A CORRECTION.
           01 WS-ADJ-COUNT     PIC 9(4) COMP VALUE ZERO.
           01 WS-ADJ-OPEN      PIC 9(4) COMP VALUE ZERO.
           01 WS-ADJ-SUB       PIC 9(4) COMP VALUE ZERO.
           01 WS-ADJ-HIT       PIC 9(4) COMP VALUE ZERO.
           01 WS-ADJ-TABLE.
              05 WS-ADJ-ENTRY OCCURS 500 TIMES.
      *    ------------- V = VOID, C = CORRECTION -------------------------
                 10 AJ-TYPE       PIC X.
                 10 AJ-SOURCE     PIC X(8).
                 10 AJ-CITY       PIC X(18).
                 10 AJ-PRODUCT    PIC X(18).
                 10 AJ-PRICE      PIC 9(6)V9(2).
                 10 AJ-DATE       PIC 9(8).
                 10 AJ-CURRENCY   PIC X(3).
                 10 AJ-NEW-PRICE  PIC 9(6)V9(2).
      *    ------------- BLANK = OPEN, R = MATCHED IN THIS RUN,
      *    ------------- H = MATCHED ON PRICEMAST, J = REJECTED ----------
                 10 AJ-STATUS     PIC X.
                 10 AJ-REASON     PIC X(17).
      *    ------------- POSTLOG LINES STILL STANDING FOR IT, AND THE
      *    ------------- MAD AMOUNT THE ORIGINAL WAS POSTED AT -----------
                 10 AJ-PL-NET     PIC S9(4) COMP.
                 10 AJ-PL-MAD     PIC 9(6)V9(2).
           01 WS-ADJ-TAG       PIC X(10).
           01 WS-ADJ-EXTRA-1   PIC X(10).
           01 WS-ADJ-EXTRA-2   PIC X(10).
           01 WS-ADJ-NEW-PRICE PIC 9(6)V9(2) VALUE ZERO.
           01 WS-ADJ-HASH-AMT  PIC 9(6)V9(2) VALUE ZERO.
           01 WS-ADJ-CURR      PIC X(3).
           01 WS-ADJ-CLAIM     PIC 9(4) COMP VALUE ZERO.
           01 WS-ADJ-PREV-REC  PIC X(80) VALUE LOW-VALUES.
           01 WS-ADJ-RECON-READ PIC 9(7) COMP VALUE ZERO.
           01 WS-ADJ-RECON-HASH PIC 9(8)V9(2) VALUE ZERO.
           01 WS-CTL-VOID-READ PIC 9(6) COMP VALUE ZERO.
           01 WS-CTL-VOID-HASH PIC 9(8)V9(2) VALUE ZERO.
           01 WS-CTL-CORR-READ PIC 9(6) COMP VALUE ZERO.
           01 WS-CTL-CORR-HASH PIC 9(8)V9(2) VALUE ZERO.
           01 WS-CTL-ADJ-RUN   PIC 9(6) COMP VALUE ZERO.
           01 WS-CTL-ADJ-HIST  PIC 9(6) COMP VALUE ZERO.
           01 WS-CTL-ADJ-REJ   PIC 9(6) COMP VALUE ZERO.
           01 WS-CTL-ADJ-EDIT  PIC ZZZ,ZZ9.
           01 WS-CTL-ADJ-HASH-EDIT PIC ZZ,ZZZ,ZZ9.99.
           01 WS-CTL-ADJ-LINE.
              05 CA-TYPE         PIC X(4).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CA-CITY         PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CA-PRODUCT      PIC X(18).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CA-PRICE        PIC ZZZ,ZZ9.99.
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CA-DATE         PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 CA-REASON       PIC X(17).
           01 WS-CTL-BATCH-LINE.
              05 CB-SOURCE       PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
             MOVE WS-CURRENT-TIME TO WS-START
             DISPLAY "START : "WS-START
             MOVE WS-CURRENT-DATE TO WS-TODAY
      *    ------------- ONE STAMP FOR THE WHOLE RUN - IT TIES THE
      *    ------------- PRICEMAST JOURNAL ENTRIES TO THE ARCHIVE NAMES
      *    ------------- AND THE OUTREG LINE OF THE SAME RUN ------------
             MOVE WS-CURRENT-DATE TO WS-RUN-STAMP-DATE
             MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-STAMP-TIME
             PERFORM GET-RUN-PARAMETERS
      *    ------------- THE FULL 80 DATA BYTES ARE THE SORT KEY - THE
      *    ------------- SOURCE SUFFIX ALONE IS EXCLUDED - SO EXACT
                    PERFORM HIST-UPDATE
                END-IF

      *    ------------------- LATE RECORDS FOR CLOSED PERIODS -----------------
                PERFORM WRITE-PRIOR-PERIOD-REPORT

      *    ------------------- SCHEDULER RETURN CODE -----------------
      *    THE SCHEDULE MUST BE ABLE TO TELL A CLEAN RUN FROM A NOISY
      *    ONE, AND MUST HALT BEFORE PUBLISHING A RUN WHOSE REJECT RATE
      *    SAYS THE INPUT ITSELF WAS BAD. IT IS SETTLED AS SOON AS THE
      *    LAST COUNT IS IN, SO NOTHING PERMANENT - MONTHAVG, POSTLOG,
      *    BATCHREG - IS UPDATED BY A RUN THAT IS NOT TO BE PUBLISHED.
                MOVE ZERO TO RETURN-CODE
                IF WS-CTL-REJECTED > 0 OR WS-CTL-DUPLICATE > 0
                    OR WS-CTL-OUTSIDE > 0
                    OR WS-CTL-REFUSED > 0
                    OR WS-CTL-ADJ-REJ > 0 OR WS-CTL-PRIOR > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
                IF WS-CTL-READ = 0 AND WS-ADJ-COUNT = 0
                    DISPLAY "BLANAT - NO RECORDS READ FROM DATAFILE"
                    MOVE 8 TO RETURN-CODE
                ELSE
      *    ------------- RESUBMITTED REJECTS COUNT IN THE VOLUME TOO -
      *    ------------- A ROUTINE REPAIR RUN WHOSE UNMATCHABLE REMNANT
      *    ------------- RE-REJECTS MUST NOT HALT THE SCHEDULE ----------
                    ADD WS-CTL-READ WS-CTL-REPAIR-IN
                        GIVING WS-RATE-BASE
      *    ------------- A RUN OF NOTHING BUT VOIDS/CORRECTIONS HAS NO
      *    ------------- OBSERVATIONS TO RATE --------------------------
                    IF WS-RATE-BASE = 0
                        MOVE ZERO TO WS-REJECT-RATE
                    ELSE
                        COMPUTE WS-REJECT-RATE ROUNDED =
                            WS-CTL-REJECTED * 100 / WS-RATE-BASE
                            ON SIZE ERROR MOVE 999.9 TO WS-REJECT-RATE
                        END-COMPUTE
                    END-IF
                    IF WS-REJECT-RATE > WS-REJLIMIT-PCT
                        MOVE WS-REJECT-RATE TO WS-REJECT-RATE-ED
                        MOVE WS-REJLIMIT-PCT TO WS-REJLIMIT-ED
                        DISPLAY "BLANAT - REJECT RATE "
                            WS-REJECT-RATE-ED
                            " PCT EXCEEDS LIMIT " WS-REJLIMIT-ED " PCT"
                        DISPLAY "SCHEDULE HALTED - REVIEW REJECTOUT "
                            "BEFORE PUBLISHING"
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF

      *    ------------------- MONTH-LEVEL CITY / PRODUCT AVERAGES -----------------
                IF WS-MONTHWORK-SW = 'Y'
                    IF RETURN-CODE < 8
                        PERFORM UPDATE-MONTH-AVERAGES
                    ELSE
                        DISPLAY "BLANAT - RUN NOT PUBLISHED - "
                            "MONTHAVG NOT UPDATED"
                    END-IF
                END-IF

      *    ------------------- RUN CONTROL TOTALS -----------------
                PERFORM WRITE-CONTROL-REPORT
      *    ------------- THE FEED CALENDAR IS CHECKED AS CONTROLOUT IS
      *    ------------- WRITTEN - A MISSING OR LATE FEED ONLY WARNS ----
                IF WS-CTL-FEED-EXC > 0 AND RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF

      *    ------------------- DISPLAY -----------------
                   MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA
             DISPLAY "RECORDS DUPLICATE: " WS-CTL-DUP-EDIT
             DISPLAY "GRAND TOTAL PRICE: " WS-CTL-TOTAL-EDIT

      *    ------------------- SOURCE QUALITY LEDGER AND SCORECARD -----------------
             PERFORM UPDATE-SOURCE-LEDGER

      *    ------------------- PROCESSED BATCH REGISTER -----------------
      *    A RUN THAT IS NOT PUBLISHED HAS NOT POSTED ITS BATCHES - THEY
      *    MUST STAY FREE TO BE SENT AGAIN ONCE THE INPUT IS PUT RIGHT.
             IF RETURN-CODE < 8
                 PERFORM REGISTER-BATCHES
             END-IF

      *    ------------------- RUN-STAMPED OUTPUT ARCHIVE -----------------
      *    RUNS LAST, ONCE THE RETURN CODE IS FINAL, SO THE REGISTER
      *    LINE RECORDS HOW THE RUN ACTUALLY ENDED.

           APPLY-PARM-CARD.
      *    ------------------- VALIDATE AND APPLY ONE PARAMETER CARD -----------------
      *    EVERY KEYWORD ANY PROGRAM ON THE SCHEDULE USES IS ACCEPTED, SO
      *    ONE CARD FILE CAN DRIVE THE WHOLE SCHEDULE - KEYWORDS THIS
      *    PROGRAM DOES NOT USE ARE STILL VALIDATED, NEVER IGNORED.
                EVALUATE WS-PARM-KEY
                        CONTINUE
                    WHEN 'INQPRODUCT'
                        CONTINUE
                    WHEN 'REPLAY'
                        PERFORM PARM-CHECK-REPLAY
                        IF WS-REPLAY-COUNT >= 20
                            DISPLAY "BLANAT - MORE THAN 20 REPLAY CARDS"
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
                        DISPLAY "BLANAT - UNKNOWN PARAMETER KEYWORD"
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
                MOVE WS-PARM-VALUE(1:8) TO WS-VAL-DATE
                IF WS-VAL-MONTH < 1 OR WS-VAL-MONTH > 12
                    OR WS-VAL-DAY < 1 OR WS-VAL-DAY > 31
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
           ARCHIVE-OUTPUTS.
      *    ------------------- COPY EACH PUBLISHED OUTPUT TO A DATED NAME -----------------
      *    THE COPY IS NAMED <OUTPUT>.D<DATE>.T<TIME>, SO THE REGISTER
      *    LINE FOR A RUN IS ENOUGH TO REBUILD EVERY ARCHIVE NAME. THE
      *    STAMP IS THE ONE TAKEN AT THE START OF THE RUN. A RUN WITHOUT
      *    STATWORK WROTE NO STATSOUT, SO WHATEVER STATSOUT IS ON DISK
      *    BELONGS TO AN EARLIER RUN AND IS NOT ARCHIVED UNDER THIS ONE.
                PERFORM VARYING WS-ARCH-SUB FROM 1 BY 1
                UNTIL WS-ARCH-SUB > 5
                    IF (WS-ARCH-CTL-ONLY = 'N'
                        OR WS-ARCH-BASE(WS-ARCH-SUB) = 'CONTROLOUT')
                        AND (WS-ARCH-BASE(WS-ARCH-SUB) NOT = 'STATSOUT'
                        OR WS-STATWORK-SW = 'Y')
                        MOVE SPACES TO WS-ARCH-IN-NAME
                        MOVE WS-ARCH-BASE(WS-ARCH-SUB)
                            TO WS-ARCH-IN-NAME

           PURGE-OLD-ARCHIVES.
      *    ------------------- ENFORCE THE ARCHIVE RETENTION LIMIT -----------------
      *    A REGISTER LINE OLDER THAN THE RETENTION HAS ITS FIVE ARCHIVE
      *    COPIES DELETED AND COMES OFF THE REGISTER. A LINE THAT DOES
      *    NOT PARSE IS KEPT - NOTHING IS DELETED ON A GUESS.
                COMPUTE WS-ARCH-DATE-INT =
           .

           DELETE-RUN-ARCHIVES.
      *    ------------------- DROP THE FIVE COPIES OF ONE OLD RUN -----------------
                PERFORM VARYING WS-ARCH-SUB FROM 1 BY 1
                UNTIL WS-ARCH-SUB > 5
                    MOVE SPACES TO WS-ARCH-OUT-NAME
                    STRING WS-ARCH-BASE(WS-ARCH-SUB)
                            DELIMITED BY SPACE
                    DELIMITED BY SIZE INTO CONTROL-LINE
                WRITE CONTROL-LINE

                MOVE WS-CTL-PRIOR TO WS-CTL-PRIOR-EDIT
                MOVE SPACES TO CONTROL-LINE
                STRING 'PRIOR PERIOD HELD : ' WS-CTL-PRIOR-EDIT
                    DELIMITED BY SIZE INTO CONTROL-LINE
                WRITE CONTROL-LINE

                MOVE WS-CTL-MONTH-ROWS TO WS-CTL-MONTH-EDIT
                MOVE SPACES TO CONTROL-LINE
                STRING 'MONTHAVG ROWS     : ' WS-CTL-MONTH-EDIT
                    DELIMITED BY SIZE INTO CONTROL-LINE
                WRITE CONTROL-LINE

                MOVE SPACES TO CONTROL-LINE
                STRING 'GRAND TOTAL PRICE : ' WS-CTL-TOTAL-EDIT
                    DELIMITED BY SIZE INTO CONTROL-LINE
                WRITE CONTROL-LINE

      *    ------------------- VOIDS AND CORRECTIONS -----------------
      *    COUNTED AND HASHED APART FROM THE OBSERVATIONS - THEIR HASHES
      *    PLUS THE GRAND TOTAL ARE WHAT THE BATCH TRAILERS DECLARE.
                MOVE WS-CTL-VOID-READ TO WS-CTL-ADJ-EDIT
                MOVE WS-CTL-VOID-HASH TO WS-CTL-ADJ-HASH-EDIT
                MOVE SPACES TO CONTROL-LINE
                STRING 'VOIDS READ        : ' WS-CTL-ADJ-EDIT
                    '   HASH ' WS-CTL-ADJ-HASH-EDIT
                    DELIMITED BY SIZE INTO CONTROL-LINE
                WRITE CONTROL-LINE

                MOVE WS-CTL-CORR-READ TO WS-CTL-ADJ-EDIT
                MOVE WS-CTL-CORR-HASH TO WS-CTL-ADJ-HASH-EDIT
                MOVE SPACES TO CONTROL-LINE
                STRING 'CORRECTIONS READ  : ' WS-CTL-ADJ-EDIT
                    '   HASH ' WS-CTL-ADJ-HASH-EDIT
                    DELIMITED BY SIZE INTO CONTROL-LINE
                WRITE CONTROL-LINE

                IF WS-ADJ-COUNT > 0
                    MOVE WS-CTL-ADJ-RUN TO WS-CTL-ADJ-EDIT
                    MOVE SPACES TO CONTROL-LINE
                    STRING 'ADJ MATCHED RUN   : ' WS-CTL-ADJ-EDIT
                        DELIMITED BY SIZE INTO CONTROL-LINE
                    WRITE CONTROL-LINE

                    MOVE WS-CTL-ADJ-HIST TO WS-CTL-ADJ-EDIT
                    MOVE SPACES TO CONTROL-LINE
                    STRING 'ADJ MATCHED POSTED: ' WS-CTL-ADJ-EDIT
                        DELIMITED BY SIZE INTO CONTROL-LINE
                    WRITE CONTROL-LINE

                    MOVE WS-CTL-ADJ-REJ TO WS-CTL-ADJ-EDIT
                    MOVE SPACES TO CONTROL-LINE
                    STRING 'ADJ REJECTED      : ' WS-CTL-ADJ-EDIT
                        DELIMITED BY SIZE INTO CONTROL-LINE
                    WRITE CONTROL-LINE

                    PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                    UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                        IF AJ-STATUS(WS-ADJ-SUB) = 'J'
                            IF AJ-TYPE(WS-ADJ-SUB) = 'V'
                                MOVE 'VOID' TO CA-TYPE
                            ELSE
                                MOVE 'CORR' TO CA-TYPE
                            END-IF
                            MOVE AJ-CITY(WS-ADJ-SUB)    TO CA-CITY
                            MOVE AJ-PRODUCT(WS-ADJ-SUB) TO CA-PRODUCT
                            MOVE AJ-PRICE(WS-ADJ-SUB)   TO CA-PRICE
                            MOVE AJ-DATE(WS-ADJ-SUB)    TO CA-DATE
                            MOVE AJ-REASON(WS-ADJ-SUB)  TO CA-REASON
                            MOVE SPACES TO CONTROL-LINE
                            MOVE WS-CTL-ADJ-LINE TO CONTROL-LINE
                            WRITE CONTROL-LINE
                        END-IF
                    END-PERFORM
                END-IF

      *    ------------------- CONVERTED RECORDS PER CURRENCY -----------------
                MOVE WS-CTL-MAD-COUNT TO WS-CTL-CURR-EDIT
                MOVE SPACES TO CONTROL-LINE
                        MOVE WS-CTL-BATCH-LINE TO CONTROL-LINE
                        WRITE CONTROL-LINE
                    END-PERFORM

                    MOVE WS-CTL-REFUSED TO WS-CTL-REFUSED-EDIT
                    MOVE SPACES TO CONTROL-LINE
                    STRING 'BATCHES REFUSED   : ' WS-CTL-REFUSED-EDIT
                        DELIMITED BY SIZE INTO CONTROL-LINE
                    WRITE CONTROL-LINE
                    MOVE WS-CTL-REFUSED-RECS TO WS-CTL-REFUSED-EDIT
                    MOVE SPACES TO CONTROL-LINE
                    STRING 'RECORDS REFUSED   : ' WS-CTL-REFUSED-EDIT
                        DELIMITED BY SIZE INTO CONTROL-LINE
                    WRITE CONTROL-LINE
                    MOVE WS-CTL-REPLAYED TO WS-CTL-REFUSED-EDIT
                    MOVE SPACES TO CONTROL-LINE
                    STRING 'BATCHES REPLAYED  : ' WS-CTL-REFUSED-EDIT
                        DELIMITED BY SIZE INTO CONTROL-LINE
                    WRITE CONTROL-LINE
                END-IF

      *    ------------------- EXPECTED FEED CALENDAR -----------------
                PERFORM CHECK-FEED-CALENDAR

                CLOSE CONTROLFILE
           .

           CHECK-FEED-CALENDAR.
      *    ------------------- MISSING, LATE AND UNSCHEDULED FEEDS -----------------
      *    NO FEEDCAL MEANS THE SHOP IS NOT TRACKING ITS FEEDS - THE
      *    SECTION IS LEFT OFF THE REPORT RATHER THAN FAILING THE RUN.
                PERFORM LOAD-FEED-CALENDAR
                MOVE ZERO TO WS-CTL-FEED-EXC
                IF WS-FC-COUNT > 0
                    MOVE SPACES TO CONTROL-LINE
                    WRITE CONTROL-LINE
                    MOVE SPACES TO CONTROL-LINE
                    MOVE 'FEED CALENDAR' TO CONTROL-LINE
                    WRITE CONTROL-LINE
                    MOVE SPACES TO CONTROL-LINE
                    MOVE 'SOURCE   BUS.DATE DAY STATUS       NOTE'
                        TO CONTROL-LINE
                    WRITE CONTROL-LINE

                    MOVE WS-RUN-STAMP-TIME(1:4) TO WS-FC-RUN-HHMM
                    MOVE WS-TODAY TO WS-FC-DATE
                    PERFORM FEED-WEEKDAY
                    MOVE WS-FC-WEEKDAY TO WS-FC-TODAY-DAY

      *    ------------- EVERY NEW BATCH AGAINST ITS SOURCE'S DAYS -----
                    PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                    UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
                        IF WS-BT-REPLAY(WS-BATCH-SUB) = 'N'
                            PERFORM CHECK-BATCH-CALENDAR
                        END-IF
                    END-PERFORM

      *    ------------- EVERY SOURCE DUE TODAY MUST HAVE ARRIVED ------
                    IF WS-FC-TODAY-DAY > 0
                        PERFORM VARYING WS-FC-SUB FROM 1 BY 1
                        UNTIL WS-FC-SUB > WS-FC-COUNT
                            IF WS-FC-DAYS(WS-FC-SUB)
                                   (WS-FC-TODAY-DAY:1) = 'Y'
                                PERFORM CHECK-FEED-RECEIVED
                            END-IF
                        END-PERFORM
                    END-IF

                    IF WS-CTL-FEED-EXC = 0
                        MOVE SPACES TO CONTROL-LINE
                        MOVE 'ALL SCHEDULED FEEDS RECEIVED ON TIME'
                            TO CONTROL-LINE
                        WRITE CONTROL-LINE
                    END-IF
                END-IF
           .

           LOAD-FEED-CALENDAR.
      *    ------------------- LOAD FEEDCAL: SOURCE,DAYS,CUTOFF -----------------
                MOVE ZERO TO WS-FC-COUNT
                MOVE "N" TO WS-FC-EOF
                OPEN INPUT FEEDCALENDAR
                IF WS-FEEDCAL-FS NOT = "00"
                    DISPLAY "BLANAT - NO FEEDCAL - FEED CALENDAR "
                        "NOT CHECKED"
                ELSE
                    READ FEEDCALENDAR
                        AT END MOVE "Y" TO WS-FC-EOF
                    END-READ
                    PERFORM UNTIL WS-FC-EOF = "Y"
                        IF FEED-CALENDAR-RECORD NOT = SPACES
                            AND FEED-CALENDAR-RECORD(1:1) NOT = '*'
                            PERFORM LOAD-FEED-CALENDAR-LINE
                        END-IF
                        READ FEEDCALENDAR
                            AT END MOVE "Y" TO WS-FC-EOF
                        END-READ
                    END-PERFORM
                    CLOSE FEEDCALENDAR
                END-IF
           .

           LOAD-FEED-CALENDAR-LINE.
      *    ------------------- ONE FEEDCAL LINE, VALIDATED -----------------
                MOVE SPACES TO WS-FC-SOURCE-X WS-FC-DAYS-X
                    WS-FC-CUTOFF-X
                UNSTRING FEED-CALENDAR-RECORD DELIMITED BY ","
                    INTO WS-FC-SOURCE-X, WS-FC-DAYS-X, WS-FC-CUTOFF-X
                MOVE ZERO TO WS-FC-TALLY
                INSPECT WS-FC-DAYS-X(1:7)
                    TALLYING WS-FC-TALLY FOR ALL 'Y' ALL 'N'
                EVALUATE TRUE
                    WHEN WS-FC-SOURCE-X = SPACES
                      OR WS-FC-SOURCE-X(9:2) NOT = SPACES
                      OR WS-FC-TALLY NOT = 7
                      OR WS-FC-DAYS-X(8:3) NOT = SPACES
                        DISPLAY "BLANAT - FEEDCAL LINE IGNORED: "
                            FEED-CALENDAR-RECORD
                    WHEN WS-FC-CUTOFF-X NOT = SPACES
                     AND (WS-FC-CUTOFF-X(1:4) IS NOT NUMERIC
                      OR WS-FC-CUTOFF-X(5:2) NOT = SPACES
                      OR WS-FC-CUTOFF-X(1:4) > '2359'
                      OR WS-FC-CUTOFF-X(3:2) > '59')
                        DISPLAY "BLANAT - FEEDCAL LINE IGNORED: "
                            FEED-CALENDAR-RECORD
                    WHEN WS-FC-COUNT >= 50
                        DISPLAY "BLANAT - FEEDCAL FULL - LINE IGNORED: "
                            FEED-CALENDAR-RECORD
                    WHEN OTHER
                        ADD 1 TO WS-FC-COUNT
                        MOVE WS-FC-SOURCE-X
                            TO WS-FC-SOURCE(WS-FC-COUNT)
                        MOVE WS-FC-DAYS-X(1:7)
                            TO WS-FC-DAYS(WS-FC-COUNT)
                        IF WS-FC-CUTOFF-X = SPACES
                            MOVE ZERO TO WS-FC-CUTOFF(WS-FC-COUNT)
                        ELSE
                            MOVE WS-FC-CUTOFF-X(1:4)
                                TO WS-FC-CUTOFF(WS-FC-COUNT)
                        END-IF
                END-EVALUATE
           .

           FEED-WEEKDAY.
      *    ------------------- WS-FC-DATE TO 1 (MON) .. 7 (SUN), 0 IF BAD -----------------
      *    DAY 1 OF THE INTEGER CALENDAR (1601-01-01) WAS A MONDAY.
                MOVE ZERO TO WS-FC-WEEKDAY
                MOVE WS-FC-DATE TO WS-VAL-DATE
                IF WS-VAL-YEAR >= 1601
                    AND WS-VAL-MONTH >= 1 AND WS-VAL-MONTH <= 12
                    AND WS-VAL-DAY >= 1 AND WS-VAL-DAY <= 31
                    COMPUTE WS-FC-DATE-INT =
                        FUNCTION INTEGER-OF-DATE(WS-FC-DATE)
                    IF WS-FC-DATE-INT > 0
                        SUBTRACT 1 FROM WS-FC-DATE-INT
                        DIVIDE WS-FC-DATE-INT BY 7
                            GIVING WS-FC-QUOT REMAINDER WS-FC-WEEKDAY
                        ADD 1 TO WS-FC-WEEKDAY
                    END-IF
                END-IF
                MOVE SPACES TO CF-DAY
                IF WS-FC-WEEKDAY > 0
                    COMPUTE WS-FC-QUOT = (WS-FC-WEEKDAY - 1) * 3 + 1
                    MOVE WS-FC-DAY-NAMES(WS-FC-QUOT:3) TO CF-DAY
                END-IF
           .

           CHECK-BATCH-CALENDAR.
      *    ------------------- ONE RECEIVED BATCH AGAINST FEEDCAL -----------------
                MOVE ZERO TO WS-FC-FOUND
                PERFORM VARYING WS-FC-SUB FROM 1 BY 1
                UNTIL WS-FC-SUB > WS-FC-COUNT
                    IF WS-FC-SOURCE(WS-FC-SUB) =
                           WS-BT-SOURCE(WS-BATCH-SUB)
                        MOVE WS-FC-SUB TO WS-FC-FOUND
                    END-IF
                END-PERFORM
                MOVE WS-BT-DATE(WS-BATCH-SUB) TO WS-FC-DATE
                PERFORM FEED-WEEKDAY
                MOVE SPACES TO CF-STATUS CF-NOTE
                EVALUATE TRUE
                    WHEN WS-FC-FOUND = 0
                        MOVE 'UNSCHEDULED' TO CF-STATUS
                        MOVE 'SOURCE NOT ON FEEDCAL' TO CF-NOTE
                    WHEN WS-FC-WEEKDAY = 0
                        MOVE 'UNSCHEDULED' TO CF-STATUS
                        MOVE 'BATCH DATE IS NOT A DATE' TO CF-NOTE
                    WHEN WS-FC-DAYS(WS-FC-FOUND)(WS-FC-WEEKDAY:1)
                             NOT = 'Y'
                        MOVE 'UNSCHEDULED' TO CF-STATUS
                        MOVE 'SOURCE NOT DUE ON THIS DAY' TO CF-NOTE
                    WHEN WS-BT-DATE(WS-BATCH-SUB) < WS-TODAY
                        MOVE 'LATE' TO CF-STATUS
                        MOVE 'RECEIVED AFTER ITS BUSINESS DAY'
                            TO CF-NOTE
                    WHEN WS-BT-DATE(WS-BATCH-SUB) = WS-TODAY
                     AND WS-FC-CUTOFF(WS-FC-FOUND) > 0
                     AND WS-FC-RUN-HHMM > WS-FC-CUTOFF(WS-FC-FOUND)
                        MOVE 'LATE' TO CF-STATUS
                        MOVE 'RECEIVED AFTER THE CUTOFF TIME'
                            TO CF-NOTE
                END-EVALUATE
                IF CF-STATUS NOT = SPACES
                    ADD 1 TO WS-CTL-FEED-EXC
                    MOVE WS-BT-SOURCE(WS-BATCH-SUB) TO CF-SOURCE
                    MOVE WS-BT-DATE(WS-BATCH-SUB)   TO CF-DATE
                    MOVE SPACES TO CONTROL-LINE
                    MOVE WS-CTL-FEED-LINE TO CONTROL-LINE
                    WRITE CONTROL-LINE
                END-IF
           .

           CHECK-FEED-RECEIVED.
      *    ------------------- A SOURCE DUE TODAY - DID IT ARRIVE? -----------------
      *    EITHER ON THIS DATAFILE OR POSTED BY AN EARLIER RUN TODAY.
                MOVE 'N' TO WS-FC-HAVE
                PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
                    IF WS-BT-SOURCE(WS-BATCH-SUB) =
                           WS-FC-SOURCE(WS-FC-SUB)
                       AND WS-BT-DATE(WS-BATCH-SUB) = WS-TODAY
                        MOVE 'Y' TO WS-FC-HAVE
                    END-IF
                END-PERFORM
                IF WS-FC-HAVE = 'N'
                    MOVE WS-FC-SOURCE(WS-FC-SUB) TO WS-BREG-SOURCE
                    MOVE WS-TODAY TO WS-BREG-DATE
                    PERFORM FIND-BATCH-ON-REGISTER
                    MOVE WS-BREG-FOUND TO WS-FC-HAVE
                END-IF
                IF WS-FC-HAVE = 'N'
                    ADD 1 TO WS-CTL-FEED-EXC
                    MOVE WS-TODAY TO WS-FC-DATE
                    PERFORM FEED-WEEKDAY
                    MOVE WS-FC-SOURCE(WS-FC-SUB) TO CF-SOURCE
                    MOVE WS-TODAY TO CF-DATE
                    MOVE 'MISSING' TO CF-STATUS
                    MOVE 'NO BATCH RECEIVED FOR TODAY' TO CF-NOTE
                    MOVE SPACES TO CONTROL-LINE
                    MOVE WS-CTL-FEED-LINE TO CONTROL-LINE
                    WRITE CONTROL-LINE
                END-IF
           .

           REGISTER-BATCHES.
      *    ------------------- POST THIS RUN'S BATCHES TO BATCHREG -----------------
      *    ONLY A RUN THAT GOT THIS FAR POSTED ITS BATCHES; A REFUSED
      *    BATCH IS ALREADY ON THE REGISTER AND IS NOT WRITTEN AGAIN.
                IF WS-BATCH-COUNT > 0
                    OPEN EXTEND BATCHREGISTER
                    IF WS-BATCHREG-FS NOT = "00"
                        OPEN OUTPUT BATCHREGISTER
                    END-IF
                    IF WS-BATCHREG-FS NOT = "00"
                        DISPLAY "BLANAT - BATCHREG NOT WRITABLE - "
                            "BATCHES NOT REGISTERED"
                        IF RETURN-CODE < 4
                            MOVE 4 TO RETURN-CODE
                        END-IF
                    ELSE
                        PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                        UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
                            IF WS-BT-REPLAY(WS-BATCH-SUB) NOT = 'X'
                                MOVE WS-BT-SOURCE(WS-BATCH-SUB)
                                    TO BR-SOURCE
                                MOVE WS-BT-DATE(WS-BATCH-SUB)
                                    TO BR-BATCH-DATE
                                MOVE WS-RUN-STAMP-DATE TO BR-RUN-DATE
                                MOVE WS-RUN-STAMP-TIME TO BR-RUN-TIME
                                MOVE 'BLANAT' TO BR-PROGRAM
                                MOVE WS-BT-RECV-COUNT(WS-BATCH-SUB)
                                    TO BR-COUNT
                                MOVE WS-BT-RECV-HASH(WS-BATCH-SUB)
                                    TO BR-HASH
                                IF WS-BT-REPLAY(WS-BATCH-SUB) = 'R'
                                    MOVE 'REPLAYED' TO BR-ACTION
                                ELSE
                                    MOVE 'POSTED' TO BR-ACTION
                                END-IF
                                MOVE WS-BATCH-REG-DETAIL
                                    TO BATCH-REGISTER-LINE
                                WRITE BATCH-REGISTER-LINE
                            END-IF
                        END-PERFORM
                        CLOSE BATCHREGISTER
                    END-IF
                END-IF
           .

           RECONCILE-BATCHES.
      *    ------------------- BATCH TOTALS VS RUN CONTROL TOTALS -----------------
      *    EVERY BATCH MUST HAVE BALANCED ON ITS OWN TRAILER, AND THE
                MOVE ZERO TO WS-BATCH-DECL-HASH
                PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
      *    ------------- A REFUSED BATCH POSTED NOTHING TO THE RUN -------
                    IF WS-BT-REPLAY(WS-BATCH-SUB) NOT = 'X'
                        ADD WS-BT-DECL-COUNT(WS-BATCH-SUB)
                            TO WS-BATCH-DECL-READ
                        ADD WS-BT-DECL-HASH(WS-BATCH-SUB)
                            TO WS-BATCH-DECL-HASH
                    END-IF
                END-PERFORM
      *    ------------- VOIDS AND CORRECTIONS NEVER REACH THE SORT BUT
      *    ------------- ARE ON THE SENDER'S TRAILERS ALL THE SAME -------
                ADD WS-CTL-READ WS-CTL-VOID-READ WS-CTL-CORR-READ
                    GIVING WS-ADJ-RECON-READ
                ADD WS-CTL-TOTAL-PRICE WS-CTL-VOID-HASH WS-CTL-CORR-HASH
                    GIVING WS-ADJ-RECON-HASH
                IF WS-BATCH-COUNT > 0
                    IF WS-BATCH-DECL-READ NOT = WS-ADJ-RECON-READ
                        OR WS-BATCH-DECL-HASH NOT = WS-ADJ-RECON-HASH
                        MOVE 'Y' TO WS-BATCH-ABORT
                    END-IF
                END-IF
                SET PRDT-INDEX TO 1
           .

           UPDATE-MONTH-AVERAGES.
      *    ------------------- FOLD THIS RUN INTO THE MONTHLY AVERAGES -----------------
      *    THE KEPT MONTHAVG LINES AND THIS RUN'S OBSERVATIONS GO INTO
      *    ONE SORT BY MONTH, CITY AND PRODUCT; EACH KEY'S SUMS AND
      *    COUNTS ARE ADDED AND THE FILE IS WRITTEN BACK WHOLE, SO THE
      *    AVERAGE ALWAYS COVERS EVERY OBSERVATION POSTED FOR THE MONTH
      *    AND NOT SINCE VOIDED OR CORRECTED. ONLY A RUN THAT PUBLISHES
      *    (RETURN CODE BELOW 8) GETS THIS FAR.
      *    THE INPUT SIDE HAS CLOSED MONTHAVG BEFORE THE OUTPUT SIDE
      *    REOPENS IT. THE MERGE IS WRITTEN TO MONTHNEW AND COPIED OVER
      *    MONTHAVG ONLY ONCE IT IS COMPLETE. POSTLOG IS ONLY APPENDED
      *    ONCE MONTHAVG IS REWRITTEN AND CLOSED, SO THE LOG NEVER HOLDS
      *    A POSTING MONTHAVG MISSES.
                MOVE ZERO TO WS-CTL-MONTH-ROWS
                SORT MONTHSORT
                   ON ASCENDING KEY MS-MONTH
                   ON ASCENDING KEY MS-CITY
                   ON ASCENDING KEY MS-PRODUCT
                      INPUT PROCEDURE IS RELEASE-MONTH-OBSERVATIONS
                      OUTPUT PROCEDURE IS WRITE-MONTH-AVERAGES
                PERFORM REPLACE-MONTH-AVERAGES
                PERFORM APPEND-POSTING-LOG
           .

           RELEASE-MONTH-OBSERVATIONS.
      *    ------------------- KEPT MONTH ROWS PLUS THIS RUN -----------------
      *    NO MONTHAVG YET (STATUS 35) IS THE FIRST RUN THAT KEEPS ONE.
      *    ANY OTHER FAILURE STOPS THE RUN - WRITING THE FILE BACK FROM
      *    THIS RUN ALONE WOULD LOSE EVERY EARLIER MONTH.
                MOVE "N" TO WS-MONTH-EOF
                OPEN INPUT MONTHAVGFILE
                IF WS-MONTHAVG-FS NOT = "00"
                    AND WS-MONTHAVG-FS NOT = "35"
                    DISPLAY "BLANAT - RUN ABORTED"
                    DISPLAY "MONTHAVG NOT READABLE - STATUS "
                        WS-MONTHAVG-FS
                    DISPLAY "MONTHAVG AND POSTLOG NOT UPDATED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF WS-MONTHAVG-FS = "00"
                    READ MONTHAVGFILE
                        AT END MOVE "Y" TO WS-MONTH-EOF
                    END-READ
                    PERFORM UNTIL WS-MONTH-EOF = "Y"
                        MOVE MONTHAVG-LINE TO WS-MONTHAVG-DETAIL
                        IF MA-CITY NOT = SPACES
                            MOVE MA-MONTH   TO MS-MONTH
                            MOVE MA-CITY    TO MS-CITY
                            MOVE MA-PRODUCT TO MS-PRODUCT
                            MOVE MA-SUM     TO MS-SUM
                            MOVE MA-COUNT   TO MS-COUNT
                            MOVE MA-UPDATED TO MS-UPDATED
                            RELEASE MONTH-SORT-REC
                        END-IF
                        READ MONTHAVGFILE
                            AT END MOVE "Y" TO WS-MONTH-EOF
                        END-READ
                    END-PERFORM
                    CLOSE MONTHAVGFILE
                END-IF

                MOVE "N" TO WS-MONTH-EOF
                OPEN INPUT MONTHWORK
                IF WS-MONTHWORK-FS = "00"
                    READ MONTHWORK
                        AT END MOVE "Y" TO WS-MONTH-EOF
                    END-READ
                    PERFORM UNTIL WS-MONTH-EOF = "Y"
                        MOVE MW-MONTH   TO MS-MONTH
                        MOVE MW-CITY    TO MS-CITY
                        MOVE MW-PRODUCT TO MS-PRODUCT
      *    ------------- A V LINE TAKES ITS ORIGINAL BACK OUT ----------
                        IF MW-ACTION = 'V'
                            COMPUTE MS-SUM = ZERO - MW-PRICE
                            MOVE -1         TO MS-COUNT
                        ELSE
                            MOVE MW-PRICE   TO MS-SUM
                            MOVE 1          TO MS-COUNT
                        END-IF
                        MOVE WS-RUN-STAMP-DATE TO MS-UPDATED
                        RELEASE MONTH-SORT-REC
                        READ MONTHWORK
                            AT END MOVE "Y" TO WS-MONTH-EOF
                        END-READ
                    END-PERFORM
                    CLOSE MONTHWORK
                END-IF
           .

           APPEND-POSTING-LOG.
      *    ------------------- THIS RUN'S POSTINGS ONTO POSTLOG -----------------
      *    EVERY OBSERVATION JUST FOLDED INTO MONTHAVG GETS A P LINE AND
      *    EVERY ONE TAKEN BACK OUT A V LINE. A LOG THAT CANNOT BE
      *    WRITTEN ONLY MEANS THESE POSTINGS CANNOT BE MATCHED LATER.
                OPEN EXTEND POSTLOGFILE
                IF WS-POSTLOG-FS NOT = "00"
                    OPEN OUTPUT POSTLOGFILE
                END-IF
                IF WS-POSTLOG-FS = "00"
                    MOVE 'Y' TO WS-POSTLOG-SW
                ELSE
                    MOVE 'N' TO WS-POSTLOG-SW
                    DISPLAY "BLANAT - POSTLOG NOT WRITABLE - STATUS "
                        WS-POSTLOG-FS
                    DISPLAY "BLANAT - THIS RUN'S POSTINGS CANNOT BE "
                        "VOIDED OR CORRECTED LATER"
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF
                MOVE "N" TO WS-MONTH-EOF
                IF WS-POSTLOG-SW = 'Y'
                    OPEN INPUT MONTHWORK
                    IF WS-MONTHWORK-FS = "00"
                        READ MONTHWORK
                            AT END MOVE "Y" TO WS-MONTH-EOF
                        END-READ
                        PERFORM UNTIL WS-MONTH-EOF = "Y"
                            OR WS-POSTLOG-SW NOT = 'Y'
                            IF MW-ACTION NOT = 'V'
                                MOVE 'P' TO MW-ACTION
                            END-IF
                            PERFORM WRITE-POSTLOG-LINE
                            READ MONTHWORK
                                AT END MOVE "Y" TO WS-MONTH-EOF
                            END-READ
                        END-PERFORM
                        CLOSE MONTHWORK
                    END-IF
                END-IF
                IF WS-POSTLOG-SW = 'Y'
                    CLOSE POSTLOGFILE
                END-IF
           .

           WRITE-POSTLOG-LINE.
      *    ------------------- ONE MONTHWORK LINE ONTO POSTLOG -----------------
                MOVE MW-ACTION         TO PG-ACTION
                MOVE WS-RUN-STAMP-DATE TO PG-RUN-DATE
                MOVE WS-RUN-STAMP-TIME TO PG-RUN-TIME
                MOVE MW-SOURCE         TO PG-SOURCE
                MOVE MW-CITY           TO PG-CITY
                MOVE MW-PRODUCT        TO PG-PRODUCT
                MOVE MW-DATE           TO PG-DATE
                MOVE MW-KEYED-PRICE    TO PG-PRICE
                MOVE MW-CURRENCY       TO PG-CURRENCY
                MOVE MW-PRICE          TO PG-MAD-PRICE
                MOVE SPACES TO POSTLOG-LINE
                MOVE WS-POSTLOG-DETAIL TO POSTLOG-LINE
                WRITE POSTLOG-LINE
                IF WS-POSTLOG-FS NOT = "00"
                    MOVE 'N' TO WS-POSTLOG-SW
                    DISPLAY "BLANAT - POSTLOG WRITE FAILED - STATUS "
                        WS-POSTLOG-FS
                    CLOSE POSTLOGFILE
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF
           .

           WRITE-MONTH-AVERAGES.
      *    ------------------- ONE LINE PER MONTH, CITY AND PRODUCT -----------------
      *    THE MERGED ROWS GO TO MONTHNEW; MONTHAVG IS NOT TOUCHED YET.
                OPEN OUTPUT MONTHNEWFILE
                IF WS-MONTHNEW-FS NOT = "00"
                    DISPLAY "BLANAT - RUN ABORTED"
                    DISPLAY "MONTHNEW NOT WRITABLE - STATUS "
                        WS-MONTHNEW-FS
                    DISPLAY "MONTHAVG AND POSTLOG NOT UPDATED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE LOW-VALUES TO WS-MONTH-CUR-KEY
                MOVE ZERO TO WS-MONTH-SUM
                MOVE ZERO TO WS-MONTH-COUNT
                MOVE ZERO TO WS-MONTH-UPDATED
                MOVE "N" TO WS-MONTH-EOF
                RETURN MONTHSORT
                    AT END MOVE "Y" TO WS-MONTH-EOF
                END-RETURN
                PERFORM UNTIL WS-MONTH-EOF = "Y"
                    IF MONTH-SORT-REC(1:42) NOT = WS-MONTH-CUR-KEY
                        PERFORM WRITE-MONTH-AVERAGE-LINE
                        MOVE MONTH-SORT-REC(1:42) TO WS-MONTH-CUR-KEY
                        MOVE ZERO TO WS-MONTH-SUM
                        MOVE ZERO TO WS-MONTH-COUNT
                        MOVE ZERO TO WS-MONTH-UPDATED
                    END-IF
                    ADD MS-SUM   TO WS-MONTH-SUM
                    ADD MS-COUNT TO WS-MONTH-COUNT
                    IF MS-UPDATED > WS-MONTH-UPDATED
                        MOVE MS-UPDATED TO WS-MONTH-UPDATED
                    END-IF
                    RETURN MONTHSORT
                        AT END MOVE "Y" TO WS-MONTH-EOF
                    END-RETURN
                END-PERFORM
                PERFORM WRITE-MONTH-AVERAGE-LINE
                CLOSE MONTHNEWFILE
                IF WS-MONTHNEW-FS NOT = "00"
                    DISPLAY "BLANAT - RUN ABORTED"
                    DISPLAY "MONTHNEW CLOSE FAILED - STATUS "
                        WS-MONTHNEW-FS
                    DISPLAY "MONTHAVG AND POSTLOG NOT UPDATED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
           .

           WRITE-MONTH-AVERAGE-LINE.
      *    ------------------- CLOSE OFF ONE MONTH / CITY / PRODUCT -----------------
                IF WS-MONTH-COUNT > 0
                    MOVE WS-MONTH-CUR-KEY(1:6)   TO MA-MONTH
                    MOVE WS-MONTH-CUR-KEY(7:18)  TO MA-CITY
                    MOVE WS-MONTH-CUR-KEY(25:18) TO MA-PRODUCT
                    MOVE WS-MONTH-SUM   TO MA-SUM
                    MOVE WS-MONTH-COUNT TO MA-COUNT
                    DIVIDE WS-MONTH-SUM BY WS-MONTH-COUNT
                        GIVING MA-AVG ROUNDED
                    MOVE WS-MONTH-UPDATED TO MA-UPDATED
                    MOVE SPACES TO MONTHNEW-LINE
                    MOVE WS-MONTHAVG-DETAIL TO MONTHNEW-LINE
                    WRITE MONTHNEW-LINE
                    IF WS-MONTHNEW-FS NOT = "00"
                        DISPLAY "BLANAT - RUN ABORTED"
                        DISPLAY "MONTHNEW WRITE FAILED - STATUS "
                            WS-MONTHNEW-FS
                        DISPLAY "MONTHAVG AND POSTLOG NOT UPDATED"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-CTL-MONTH-ROWS
                END-IF
           .

           REPLACE-MONTH-AVERAGES.
      *    ------------------- COPY THE COMPLETE MONTHNEW OVER MONTHAVG -----------------
      *    ONLY REACHED WITH EVERY MERGED ROW SAFELY ON MONTHNEW. THE
      *    OPEN TRUNCATES MONTHAVG, SO FROM HERE ON A FAILURE MUST TELL
      *    THE OPERATOR THE FULL FILE STILL SITS ON MONTHNEW.
                MOVE "N" TO WS-MONTH-EOF
                OPEN INPUT MONTHNEWFILE
                IF WS-MONTHNEW-FS NOT = "00"
                    DISPLAY "BLANAT - RUN ABORTED"
                    DISPLAY "MONTHNEW NOT READABLE - STATUS "
                        WS-MONTHNEW-FS
                    DISPLAY "MONTHAVG AND POSTLOG NOT UPDATED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN OUTPUT MONTHAVGFILE
                IF WS-MONTHAVG-FS NOT = "00"
                    DISPLAY "BLANAT - RUN ABORTED"
                    DISPLAY "MONTHAVG NOT WRITABLE - STATUS "
                        WS-MONTHAVG-FS
                    PERFORM MONTHNEW-RECOVERY-NOTE
                END-IF
                READ MONTHNEWFILE
                    AT END MOVE "Y" TO WS-MONTH-EOF
                END-READ
                PERFORM UNTIL WS-MONTH-EOF = "Y"
                    MOVE MONTHNEW-LINE TO MONTHAVG-LINE
                    WRITE MONTHAVG-LINE
                    IF WS-MONTHAVG-FS NOT = "00"
                        DISPLAY "BLANAT - RUN ABORTED"
                        DISPLAY "MONTHAVG WRITE FAILED - STATUS "
                            WS-MONTHAVG-FS
                        PERFORM MONTHNEW-RECOVERY-NOTE
                    END-IF
                    READ MONTHNEWFILE
                        AT END MOVE "Y" TO WS-MONTH-EOF
                    END-READ
                END-PERFORM
                CLOSE MONTHNEWFILE
                CLOSE MONTHAVGFILE
                IF WS-MONTHAVG-FS NOT = "00"
                    DISPLAY "BLANAT - RUN ABORTED"
                    DISPLAY "MONTHAVG CLOSE FAILED - STATUS "
                        WS-MONTHAVG-FS
                    PERFORM MONTHNEW-RECOVERY-NOTE
                END-IF
           .

           MONTHNEW-RECOVERY-NOTE.
      *    ------------------- MONTHAVG LOST PART WAY THROUGH THE COPY -----------------
                DISPLAY "THE COMPLETE MONTHAVG IS ON MONTHNEW - COPY "
                    "IT TO MONTHAVG"
                DISPLAY "POSTLOG NOT UPDATED - THIS RUN'S POSTINGS "
                    "CANNOT BE VOIDED OR CORRECTED LATER"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           .

           INIT-TABLES.
      *    ------------------- LOAD CITY TABLE FROM LITERALS -----------------
                SET WS-INDEX TO 1
                PERFORM VARYING WS-INDEX FROM 1 BY 1
                UNTIL WS-INDEX > 101
                    MOVE WS-REC-PRICE(WS-INDEX)
                        TO WS-CITY-PRICE(WS-INDEX)
                    MOVE WS-REC-NAME(WS-INDEX)
                        TO WS-NAME(WS-INDEX)
                    MOVE ZERO TO WS-CITY-AVG(WS-INDEX)
                    MOVE ZERO TO WS-CITY-COUNT(WS-INDEX)
                PERFORM LOAD-PRODUCT-BANDS
                PERFORM LOAD-REGION-MASTER
                PERFORM LOAD-CURRENCY-RATES
                PERFORM LOAD-CLOSED-PERIODS

                SET WS-INDEX TO 1
                SET PRDT-INDEX TO 1
      *    AN OPERATOR-SET WINDOW IS FILTERED, NOT AN ERROR.
      *    A NON-MAD PRICE IS CONVERTED FIRST, SO NOTHING DOWNSTREAM
      *    EVER SEES A FOREIGN-CURRENCY AMOUNT.
              MOVE WS-PRICE TO WS-KEYED-PRICE
              IF WS-CURRENCY = SPACES
                  MOVE 'MAD' TO WS-KEYED-CURRENCY
              ELSE
                  MOVE WS-CURRENCY TO WS-KEYED-CURRENCY
              END-IF
              PERFORM CONVERT-CURRENCY
              IF WS-CURR-FOUND = 'N'
                  PERFORM WRITE-REJECT
                      MOVE 'PRICE ABOVE CEILING' TO RJ-REASON
                      PERFORM WRITE-REJECT
                   ELSE
      *    ------------- A GOOD RECORD DATED IN A CLOSED MONTH IS HELD
      *    ------------- FOR FINANCE, NEVER POSTED TO THIS RUN ----------
                    PERFORM CHECK-CLOSED-PERIOD
                    IF WS-CL-HIT > 0
                        PERFORM HOLD-PRIOR-PERIOD
                    ELSE
                        ADD 1 TO WS-CTL-MATCHED
                        ADD  WS-PRICE  TO WS-CITY-PRICE(WS-INDEX)
                        ADD  1         TO WS-CITY-COUNT(WS-INDEX)
                        ADD  1         TO WS-PRODUIT-COUNT(PRDT-INDEX)
      *    ------------- EVERY POSTED OBSERVATION FEEDS THE STATISTICS
      *    ------------- PASS TWICE - ONCE PER CITY, ONCE PER PRODUCT ----
                        IF WS-STATWORK-SW = 'Y'
                            MOVE 'C'      TO SW-TYPE
                            MOVE WS-CITY  TO SW-NAME
                            MOVE WS-PRICE TO SW-PRICE
                            WRITE STATWORK-RECORD
                            MOVE 'P'        TO SW-TYPE
                            MOVE WS-PRODUCT TO SW-NAME
                            WRITE STATWORK-RECORD
                        END-IF
      *    ------------- AND THE MONTH-LEVEL AVERAGE OF ITS OWN MONTH ----
                        IF WS-MONTHWORK-SW = 'Y'
                            COMPUTE MW-MONTH = WS-DATE / 100
                            MOVE WS-CITY    TO MW-CITY
                            MOVE WS-PRODUCT TO MW-PRODUCT
                            MOVE WS-PRICE   TO MW-PRICE
                            MOVE 'P'        TO MW-ACTION
                            MOVE WS-DATE    TO MW-DATE
                            MOVE WS-CUR-SOURCE TO MW-SOURCE
                            MOVE WS-KEYED-PRICE TO MW-KEYED-PRICE
                            MOVE WS-KEYED-CURRENCY TO MW-CURRENCY
                            WRITE MONTHWORK-RECORD
                            ADD 1 TO WS-CTL-MONTH-OBS
                        END-IF
                        IF WS-PRICE < WS-PRODUIT-PRICE(PRDT-INDEX)
                            OR
                            WS-PRODUIT-PRICE(PRDT-INDEX)=0
                            MOVE WS-PRICE
                                TO WS-PRODUIT-PRICE(PRDT-INDEX)
                            MOVE WS-CITY
                                TO WS-CITY-PRODUIT(PRDT-INDEX)
                        END-IF
                        IF WS-MATRIX-PRODUCT(WS-INDEX, PRDT-INDEX) = 0
                            OR WS-PRICE <
                                WS-MATRIX-PRODUCT(WS-INDEX, PRDT-INDEX)
                            MOVE WS-PRICE TO
                                WS-MATRIX-PRODUCT(WS-INDEX, PRDT-INDEX)
                        END-IF
                        IF WS-PRICEMAST-SW = 'Y'
                            PERFORM UPDATE-PRICE-MASTER
                        END-IF
                    END-IF
                   END-IF
                  END-IF
              ELSE
              SET PRDT-INDEX TO 01
           .

           FIND-ADJUSTMENT.
      *    ------------------- AN OPEN VOID/CORRECTION FOR THIS RECORD? -----------------
      *    COMPARED AS KEYED - BEFORE CURRENCY CONVERSION - ON CITY,
      *    PRODUCT, PRICE, DATE AND CURRENCY. THE FIRST OPEN ONE WINS.
                MOVE ZERO TO WS-ADJ-HIT
                IF WS-CURRENCY = SPACES
                    MOVE 'MAD' TO WS-ADJ-CURR
                ELSE
                    MOVE WS-CURRENCY TO WS-ADJ-CURR
                END-IF
                PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                UNTIL WS-ADJ-SUB > WS-ADJ-COUNT OR WS-ADJ-HIT > 0
                    IF AJ-STATUS(WS-ADJ-SUB) = SPACES
                       AND AJ-CITY(WS-ADJ-SUB)     = WS-CITY
                       AND AJ-PRODUCT(WS-ADJ-SUB)  = WS-PRODUCT
                       AND AJ-PRICE(WS-ADJ-SUB)    = WS-PRICE
                       AND AJ-DATE(WS-ADJ-SUB)     = WS-DATE
                       AND AJ-CURRENCY(WS-ADJ-SUB) = WS-ADJ-CURR
                        MOVE WS-ADJ-SUB TO WS-ADJ-HIT
                    END-IF
                END-PERFORM
           .

           APPLY-RUN-ADJUSTMENT.
      *    ------------------- ORIGINAL FOUND IN THIS RUN -----------------
      *    THE ORIGINAL IS DROPPED UNPOSTED; A CORRECTION POSTS ITS NEW
      *    PRICE IN ITS PLACE THROUGH THE NORMAL VALIDATION.
                MOVE 'R' TO AJ-STATUS(WS-ADJ-HIT)
                SUBTRACT 1 FROM WS-ADJ-OPEN
                IF AJ-TYPE(WS-ADJ-HIT) = 'C'
                    MOVE AJ-SOURCE(WS-ADJ-HIT)    TO WS-CUR-SOURCE
                    MOVE AJ-NEW-PRICE(WS-ADJ-HIT) TO WS-PRICE
                    PERFORM MATCH-RECORD
                END-IF
           .

           SETTLE-ADJUSTMENTS.
      *    ------------------- MATCH THE REST AGAINST POSTLOG -----------------
      *    AN ORIGINAL FROM AN EARLIER RUN MUST BE ON POSTLOG EXACTLY AS
      *    KEYED - CITY, PRODUCT, DATE, PRICE AND CURRENCY - AND NOT
      *    ALREADY TAKEN BACK OUT. ANYTHING ELSE HAS NO ORIGINAL AND IS
      *    REJECTED.
                PERFORM MATCH-POSTING-LOG
                PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                    IF AJ-STATUS(WS-ADJ-SUB) = SPACES
                        PERFORM SETTLE-ONE-ADJUSTMENT
                    END-IF
                END-PERFORM
                MOVE ZERO TO WS-ADJ-OPEN
                MOVE ZERO TO WS-CTL-ADJ-RUN
                MOVE ZERO TO WS-CTL-ADJ-HIST
                MOVE ZERO TO WS-CTL-ADJ-REJ
                PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                    EVALUATE AJ-STATUS(WS-ADJ-SUB)
                        WHEN 'R'
                            ADD 1 TO WS-CTL-ADJ-RUN
                        WHEN 'H'
                            ADD 1 TO WS-CTL-ADJ-HIST
                        WHEN OTHER
                            ADD 1 TO WS-CTL-ADJ-REJ
                    END-EVALUATE
                END-PERFORM
           .

           MATCH-POSTING-LOG.
      *    ------------------- ONE PASS OF POSTLOG FOR EVERY OPEN ONE -----------------
      *    EACH P LINE FOR AN OPEN ADJUSTMENT'S OBSERVATION COUNTS ONE
      *    UP AND EACH V LINE ONE DOWN, SO AJ-PL-NET ENDS AS THE NUMBER
      *    OF SUCH OBSERVATIONS STILL STANDING. NO POSTLOG YET MEANS
      *    NOTHING FROM AN EARLIER RUN CAN BE MATCHED.
                MOVE "N" TO WS-POSTLOG-EOF
                OPEN INPUT POSTLOGFILE
                IF WS-POSTLOG-FS = "00"
                    READ POSTLOGFILE
                        AT END MOVE "Y" TO WS-POSTLOG-EOF
                    END-READ
                    PERFORM UNTIL WS-POSTLOG-EOF = "Y"
                        MOVE POSTLOG-LINE TO WS-POSTLOG-DETAIL
                        PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                        UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                            IF AJ-STATUS(WS-ADJ-SUB) = SPACES
                               AND AJ-CITY(WS-ADJ-SUB)     = PG-CITY
                               AND AJ-PRODUCT(WS-ADJ-SUB)  = PG-PRODUCT
                               AND AJ-DATE(WS-ADJ-SUB)     = PG-DATE
                               AND AJ-PRICE(WS-ADJ-SUB)    = PG-PRICE
                               AND AJ-CURRENCY(WS-ADJ-SUB) = PG-CURRENCY
                                IF PG-ACTION = 'V'
                                    SUBTRACT 1
                                        FROM AJ-PL-NET(WS-ADJ-SUB)
                                ELSE
                                    ADD 1 TO AJ-PL-NET(WS-ADJ-SUB)
                                    MOVE PG-MAD-PRICE
                                        TO AJ-PL-MAD(WS-ADJ-SUB)
                                END-IF
                            END-IF
                        END-PERFORM
                        READ POSTLOGFILE
                            AT END MOVE "Y" TO WS-POSTLOG-EOF
                        END-READ
                    END-PERFORM
                    CLOSE POSTLOGFILE
                END-IF
           .

           SETTLE-ONE-ADJUSTMENT.
      *    ------------------- ONE UNMATCHED VOID OR CORRECTION -----------------
      *    A MATCHED ORIGINAL IS TAKEN BACK OUT OF ITS MONTH BY A V LINE
      *    ON MONTHWORK, AT THE MAD AMOUNT IT WAS POSTED AT; A
      *    CORRECTION THEN POSTS ITS NEW PRICE THROUGH THE NORMAL
      *    VALIDATION. PRICEMAST NEEDS NO REVERSAL - A FRESH RUN HAS
      *    REBUILT IT FROM THIS DATAFILE, SO AN EARLIER RUN'S
      *    OBSERVATION IS NO LONGER IN IT. A FROZEN MONTH IS NEVER
      *    CHANGED, SO AN ORIGINAL DATED IN ONE IS REJECTED.
                MOVE AJ-DATE(WS-ADJ-SUB) TO WS-DATE
                PERFORM CHECK-CLOSED-PERIOD
                EVALUATE TRUE
                    WHEN AJ-PL-NET(WS-ADJ-SUB) < 1
                        MOVE 'J' TO AJ-STATUS(WS-ADJ-SUB)
                        MOVE 'NO ORIGINAL FOUND'
                            TO AJ-REASON(WS-ADJ-SUB)
                    WHEN WS-CL-HIT > 0
                        MOVE 'J' TO AJ-STATUS(WS-ADJ-SUB)
                        MOVE 'PERIOD CLOSED' TO AJ-REASON(WS-ADJ-SUB)
                    WHEN WS-MONTHWORK-SW NOT = 'Y'
                        MOVE 'J' TO AJ-STATUS(WS-ADJ-SUB)
                        MOVE 'NO MONTHWORK' TO AJ-REASON(WS-ADJ-SUB)
                    WHEN OTHER
                        MOVE 'H' TO AJ-STATUS(WS-ADJ-SUB)
                        COMPUTE MW-MONTH = AJ-DATE(WS-ADJ-SUB) / 100
                        MOVE AJ-CITY(WS-ADJ-SUB)    TO MW-CITY
                        MOVE AJ-PRODUCT(WS-ADJ-SUB) TO MW-PRODUCT
                        MOVE AJ-PL-MAD(WS-ADJ-SUB)  TO MW-PRICE
                        MOVE 'V'                    TO MW-ACTION
                        MOVE AJ-DATE(WS-ADJ-SUB)    TO MW-DATE
                        MOVE AJ-SOURCE(WS-ADJ-SUB)  TO MW-SOURCE
                        MOVE AJ-PRICE(WS-ADJ-SUB)   TO MW-KEYED-PRICE
                        MOVE AJ-CURRENCY(WS-ADJ-SUB) TO MW-CURRENCY
                        WRITE MONTHWORK-RECORD
      *    ------------- THE OBSERVATION IS SPENT - A LATER OPEN ONE FOR
      *    ------------- THE SAME OBSERVATION NEEDS ANOTHER TO MATCH ----
                        PERFORM VARYING WS-ADJ-CLAIM
                        FROM WS-ADJ-SUB BY 1
                        UNTIL WS-ADJ-CLAIM > WS-ADJ-COUNT
                            IF AJ-STATUS(WS-ADJ-CLAIM) = SPACES
                             AND AJ-CITY(WS-ADJ-CLAIM) = MW-CITY
                             AND AJ-PRODUCT(WS-ADJ-CLAIM) = MW-PRODUCT
                             AND AJ-DATE(WS-ADJ-CLAIM) = MW-DATE
                             AND AJ-PRICE(WS-ADJ-CLAIM) = MW-KEYED-PRICE
                             AND AJ-CURRENCY(WS-ADJ-CLAIM) = MW-CURRENCY
                                SUBTRACT 1 FROM AJ-PL-NET(WS-ADJ-CLAIM)
                            END-IF
                        END-PERFORM
                        IF AJ-TYPE(WS-ADJ-SUB) = 'C'
                            MOVE AJ-SOURCE(WS-ADJ-SUB)  TO WS-CUR-SOURCE
                            MOVE AJ-CITY(WS-ADJ-SUB)    TO WS-CITY
                            MOVE AJ-PRODUCT(WS-ADJ-SUB) TO WS-PRODUCT
                            MOVE AJ-NEW-PRICE(WS-ADJ-SUB) TO WS-PRICE
                            MOVE AJ-DATE(WS-ADJ-SUB)    TO WS-DATE
                            MOVE AJ-CURRENCY(WS-ADJ-SUB) TO WS-CURRENCY
                            PERFORM MATCH-RECORD
                        END-IF
                END-EVALUATE
           .

           LOAD-CLOSED-PERIODS.
      *    ------------------- WHICH MONTHS ARE CLOSED, FROM PERIODLOG -----------------
      *    THE LOG IS REPLAYED IN ORDER, SO THE LAST CLOSE OR REOPEN FOR
      *    A PERIOD WINS. NO LOG MEANS NO MONTH HAS EVER BEEN CLOSED.
                MOVE ZERO TO WS-CL-COUNT
                MOVE ZERO TO WS-CL-CLOSED
                MOVE "N" TO WS-PP-EOF
                OPEN INPUT PERIODLOG
                IF WS-PERIODLOG-FS = "00"
                    PERFORM UNTIL WS-PP-EOF = "Y"
                        READ PERIODLOG
                            AT END
                                MOVE "Y" TO WS-PP-EOF
                            NOT AT END
                                MOVE PERIODLOG-LINE TO WS-PLOG-DETAIL
                                PERFORM POST-PERIOD-LOG-LINE
                        END-READ
                    END-PERFORM
                    CLOSE PERIODLOG
                END-IF
                PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                UNTIL WS-CL-SUB > WS-CL-COUNT
                    IF CL-STATE(WS-CL-SUB) = 'C'
                        ADD 1 TO WS-CL-CLOSED
                    END-IF
                END-PERFORM
           .

           POST-PERIOD-LOG-LINE.
      *    ------------------- ONE CLOSE OR REOPEN FROM THE LOG -----------------
      *    A CLOSE CARRIES ITS OWN STAMP, WHICH IS THE STAMP ON EVERY
      *    CLOSEDPER LINE IT FROZE.
                IF PL-PERIOD IS NUMERIC
                    AND (PL-ACTION = 'CLOSE' OR PL-ACTION = 'REOPEN')
                    MOVE ZERO TO WS-CL-HIT
                    PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                    UNTIL WS-CL-SUB > WS-CL-COUNT OR WS-CL-HIT > 0
                        IF CL-PERIOD(WS-CL-SUB) = PL-PERIOD
                            MOVE WS-CL-SUB TO WS-CL-HIT
                        END-IF
                    END-PERFORM
                    IF WS-CL-HIT = 0
                        IF WS-CL-COUNT < 240
                            ADD 1 TO WS-CL-COUNT
                            MOVE WS-CL-COUNT TO WS-CL-HIT
                            MOVE PL-PERIOD TO CL-PERIOD(WS-CL-HIT)
                        ELSE
                            DISPLAY "BLANAT - PERIODLOG OVER 240 "
                                "PERIODS - " PL-PERIOD " " PL-ACTION
                                " IGNORED"
                        END-IF
                    END-IF
                    IF WS-CL-HIT > 0
                        MOVE ZERO TO CL-HELD(WS-CL-HIT)
                        IF PL-ACTION = 'CLOSE'
                            MOVE 'C'     TO CL-STATE(WS-CL-HIT)
                            MOVE PL-DATE TO CL-DATE(WS-CL-HIT)
                            MOVE PL-TIME TO CL-TIME(WS-CL-HIT)
                        ELSE
                            MOVE 'R'     TO CL-STATE(WS-CL-HIT)
                        END-IF
                    END-IF
                END-IF
           .

           CHECK-CLOSED-PERIOD.
      *    ------------------- IS WS-DATE INSIDE A CLOSED MONTH -----------------
      *    LEAVES THE CLOSED-PERIOD SLOT IN WS-CL-HIT, ZERO IF OPEN.
                MOVE ZERO TO WS-CL-HIT
                IF WS-CL-CLOSED > 0
                    COMPUTE WS-PP-PERIOD = WS-DATE / 100
                    PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                    UNTIL WS-CL-SUB > WS-CL-COUNT OR WS-CL-HIT > 0
                        IF CL-PERIOD(WS-CL-SUB) = WS-PP-PERIOD
                            AND CL-STATE(WS-CL-SUB) = 'C'
                            MOVE WS-CL-SUB TO WS-CL-HIT
                        END-IF
                    END-PERFORM
                END-IF
           .

           HOLD-PRIOR-PERIOD.
      *    ------------------- PARK ONE LATE RECORD ON PPADJOUT -----------------
      *    WRITTEN IN REJECT LINE LAYOUT WITH THE AMOUNT ALREADY IN MAD.
      *    IT IS NEITHER MATCHED NOR REJECTED - PPADJRPT COUNTS THE FILE.
                MOVE WS-CITY     TO RJ-CITY
                MOVE WS-PRODUCT  TO RJ-PRODUCT
                MOVE WS-PRICE    TO RJ-PRICE
                MOVE WS-DATE     TO RJ-DATE
                MOVE 'PRIOR PERIOD CLOSED' TO RJ-REASON
                MOVE WS-CURRENCY TO RJ-CURRENCY
                MOVE SPACES TO PRIORADJ-LINE
                MOVE WS-REJECT-RECORD TO PRIORADJ-LINE
                WRITE PRIORADJ-LINE
           .

           WRITE-PRIOR-PERIOD-REPORT.
      *    ------------------- WHAT EACH LATE RECORD WOULD HAVE MOVED -----------------
      *    PPADJOUT IS READ BACK RATHER THAN COUNTED AS IT IS WRITTEN,
      *    SO A RESTARTED RUN STILL REPORTS WHAT IT HELD BEFORE THE
      *    INTERRUPTION. EACH RECORD IS SET AGAINST THE FROZEN CITYAVG
      *    AND CHEAPEST ROWS OF ITS PERIOD, ONE AT A TIME - FINANCE
      *    DECIDES FROM THIS WHETHER THE MONTH IS WORTH REOPENING.
                MOVE ZERO TO WS-CTL-PRIOR
                PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                UNTIL WS-CL-SUB > WS-CL-COUNT
                    MOVE ZERO TO CL-HELD(WS-CL-SUB)
                END-PERFORM
                MOVE "N" TO WS-PP-EOF
                OPEN INPUT PRIORADJFILE
                IF WS-PPADJ-FS = "00"
                    PERFORM UNTIL WS-PP-EOF = "Y"
                        READ PRIORADJFILE
                            AT END
                                MOVE "Y" TO WS-PP-EOF
                            NOT AT END
                                IF PRIORADJ-LINE NOT = SPACES
                                    ADD 1 TO WS-CTL-PRIOR
                                    MOVE PRIORADJ-LINE TO WS-REPAIR-REC
                                    MOVE RP-DATE TO WS-DATE
                                    PERFORM CHECK-CLOSED-PERIOD
                                    IF WS-CL-HIT > 0
                                        ADD 1 TO CL-HELD(WS-CL-HIT)
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE PRIORADJFILE
                END-IF
                IF WS-CTL-PRIOR > 0
                    PERFORM LOAD-FROZEN-FIGURES
                END-IF

                OPEN OUTPUT PRIORADJRPT

                MOVE SPACES TO PRIORRPT-LINE
                MOVE WS-PP-HEADER-1 TO PRIORRPT-LINE
                WRITE PRIORRPT-LINE

                MOVE SPACES TO PRIORRPT-LINE
                STRING 'RUN      : ' WS-RUN-STAMP-DATE ' '
                    WS-RUN-STAMP-TIME DELIMITED BY SIZE
                    INTO PRIORRPT-LINE
                WRITE PRIORRPT-LINE

                MOVE SPACES TO PRIORRPT-LINE
                WRITE PRIORRPT-LINE

                IF WS-CTL-PRIOR = 0
                    MOVE SPACES TO PRIORRPT-LINE
                    MOVE 'NO RECORDS FOR CLOSED PERIODS THIS RUN'
                        TO PRIORRPT-LINE
                    WRITE PRIORRPT-LINE
                ELSE
                    MOVE SPACES TO PRIORRPT-LINE
                    STRING 'PERIOD DATE     CITY               '
                        'PRODUCT             PRICE MAD'
                        DELIMITED BY SIZE INTO PRIORRPT-LINE
                    WRITE PRIORRPT-LINE

                    MOVE "N" TO WS-PP-EOF
                    OPEN INPUT PRIORADJFILE
                    PERFORM UNTIL WS-PP-EOF = "Y"
                        READ PRIORADJFILE
                            AT END
                                MOVE "Y" TO WS-PP-EOF
                            NOT AT END
                                IF PRIORADJ-LINE NOT = SPACES
                                    PERFORM WRITE-PRIOR-PERIOD-EFFECT
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE PRIORADJFILE

                    MOVE SPACES TO PRIORRPT-LINE
                    WRITE PRIORRPT-LINE

                    MOVE SPACES TO PRIORRPT-LINE
                    MOVE 'HELD BY CLOSED PERIOD' TO PRIORRPT-LINE
                    WRITE PRIORRPT-LINE

                    PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                    UNTIL WS-CL-SUB > WS-CL-COUNT
                        IF CL-HELD(WS-CL-SUB) > 0
                            MOVE CL-HELD(WS-CL-SUB)
                                TO WS-CTL-PRIOR-EDIT
                            MOVE SPACES TO PRIORRPT-LINE
                            STRING 'PERIOD ' CL-PERIOD(WS-CL-SUB)
                                ' CLOSED ' CL-DATE(WS-CL-SUB)
                                ' : ' WS-CTL-PRIOR-EDIT
                                DELIMITED BY SIZE INTO PRIORRPT-LINE
                            WRITE PRIORRPT-LINE
                        END-IF
                    END-PERFORM
                END-IF

                MOVE SPACES TO PRIORRPT-LINE
                WRITE PRIORRPT-LINE

                MOVE WS-CL-CLOSED TO WS-CTL-PRIOR-EDIT
                MOVE SPACES TO PRIORRPT-LINE
                STRING 'CLOSED PERIODS    : ' WS-CTL-PRIOR-EDIT
                    DELIMITED BY SIZE INTO PRIORRPT-LINE
                WRITE PRIORRPT-LINE

                MOVE WS-CTL-PRIOR TO WS-CTL-PRIOR-EDIT
                MOVE SPACES TO PRIORRPT-LINE
                STRING 'RECORDS HELD      : ' WS-CTL-PRIOR-EDIT
                    DELIMITED BY SIZE INTO PRIORRPT-LINE
                WRITE PRIORRPT-LINE

                CLOSE PRIORADJRPT
           .

           LOAD-FROZEN-FIGURES.
      *    ------------------- FROZEN CITYAVG / CHEAPEST ROWS -----------------
      *    ONLY THE CURRENT CLOSE OF A PERIOD THAT HELD SOMETHING IS
      *    KEPT - AN EARLIER CLOSE SINCE REOPENED IS HISTORY ONLY.
                MOVE ZERO TO WS-FZ-USED
                MOVE 'N' TO WS-FZ-PARTIAL
                MOVE "N" TO WS-PP-EOF
                OPEN INPUT CLOSEDFILE
                IF WS-CLOSED-FS NOT = "00"
                    MOVE 'Y' TO WS-FZ-PARTIAL
                    DISPLAY "BLANAT - CLOSEDPER UNAVAILABLE - "
                        "PRIOR-PERIOD EFFECTS NOT SHOWN"
                ELSE
                    PERFORM UNTIL WS-PP-EOF = "Y"
                        READ CLOSEDFILE
                            AT END
                                MOVE "Y" TO WS-PP-EOF
                            NOT AT END
                                MOVE CLOSED-LINE TO WS-CLOSED-DETAIL
                                IF CP-TYPE = 'EXTR'
                                    PERFORM LOAD-FROZEN-LINE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE CLOSEDFILE
                END-IF
                IF WS-FZ-PARTIAL = 'Y' AND WS-CLOSED-FS = "00"
                    DISPLAY "BLANAT - OVER 2000 FROZEN FIGURES - "
                        "SOME PRIOR-PERIOD EFFECTS NOT SHOWN"
                END-IF
           .

           LOAD-FROZEN-LINE.
      *    ------------------- KEEP ONE FROZEN EXTRACT ROW IF WANTED -----------------
                MOVE ZERO TO WS-CL-HIT
                PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                UNTIL WS-CL-SUB > WS-CL-COUNT OR WS-CL-HIT > 0
                    IF CL-PERIOD(WS-CL-SUB) = CP-PERIOD
                        AND CL-STATE(WS-CL-SUB) = 'C'
                        AND CL-DATE(WS-CL-SUB) = CP-DATE
                        AND CL-TIME(WS-CL-SUB) = CP-TIME
                        AND CL-HELD(WS-CL-SUB) > 0
                        MOVE WS-CL-SUB TO WS-CL-HIT
                    END-IF
                END-PERFORM
                IF WS-CL-HIT > 0
                    MOVE SPACES TO WS-FZ-TAG
                    MOVE SPACES TO WS-FZ-NAME
                    MOVE SPACES TO WS-FZ-LAST
                    MOVE ZERO   TO WS-FZ-PRICE-ED
                    UNSTRING CP-DATA DELIMITED BY ","
                        INTO WS-FZ-TAG, WS-FZ-DATE-X, WS-FZ-NAME,
                             WS-FZ-PRICE-X, WS-FZ-LAST
                    IF (WS-FZ-TAG = 'CITYAVG' OR WS-FZ-TAG = 'CHEAPEST')
                        AND WS-FZ-PRICE-X(1:6) IS NUMERIC
                        AND WS-FZ-PRICE-X(8:2) IS NUMERIC
                        IF WS-FZ-USED < 2000
                            ADD 1 TO WS-FZ-USED
                            MOVE CP-PERIOD  TO FZ-PERIOD(WS-FZ-USED)
                            MOVE WS-FZ-NAME TO FZ-NAME(WS-FZ-USED)
                            MOVE WS-FZ-PRICE-ED TO FZ-PRICE(WS-FZ-USED)
                            IF WS-FZ-TAG = 'CITYAVG'
                                MOVE 'C' TO FZ-KIND(WS-FZ-USED)
                                MOVE SPACES TO FZ-CITY(WS-FZ-USED)
                                MOVE WS-FZ-LAST(1:6) TO WS-FZ-COUNT-X
                                IF WS-FZ-COUNT-X IS NUMERIC
                                    MOVE WS-FZ-COUNT-9
                                        TO FZ-COUNT(WS-FZ-USED)
                                ELSE
                                    MOVE ZERO TO FZ-COUNT(WS-FZ-USED)
                                END-IF
                            ELSE
                                MOVE 'P' TO FZ-KIND(WS-FZ-USED)
                                MOVE WS-FZ-LAST TO FZ-CITY(WS-FZ-USED)
                                MOVE ZERO TO FZ-COUNT(WS-FZ-USED)
                            END-IF
                        ELSE
                            MOVE 'Y' TO WS-FZ-PARTIAL
                        END-IF
                    END-IF
                END-IF
           .

           FIND-FROZEN-FIGURE.
      *    ------------------- FROZEN ROW FOR PERIOD / KIND / NAME -----------------
      *    CALLER SETS WS-PP-PERIOD, THE KIND (C OR P) IN WS-FZ-TAG AND
      *    THE NAME IN WS-FZ-NAME. LEAVES THE SLOT IN WS-FZ-HIT, ZERO IF
      *    NONE.
                MOVE ZERO TO WS-FZ-HIT
                PERFORM VARYING WS-FZ-SUB FROM 1 BY 1
                UNTIL WS-FZ-SUB > WS-FZ-USED OR WS-FZ-HIT > 0
                    IF FZ-PERIOD(WS-FZ-SUB) = WS-PP-PERIOD
                        AND FZ-KIND(WS-FZ-SUB) = WS-FZ-TAG(1:1)
                        AND FZ-NAME(WS-FZ-SUB) = WS-FZ-NAME
                        MOVE WS-FZ-SUB TO WS-FZ-HIT
                    END-IF
                END-PERFORM
           .

           WRITE-PRIOR-PERIOD-EFFECT.
      *    ------------------- ONE HELD RECORD AND ITS TWO EFFECTS -----------------
      *    CITY AVERAGE: THE FROZEN AVERAGE WITH THIS ONE PRICE FOLDED
      *    IN. CHEAPEST: THE FROZEN BEST PRICE FOR THE PRODUCT, BEATEN
      *    OR NOT. A CITY OR PRODUCT THE CLOSED MONTH NEVER SAW IS NEW
      *    TO THE PERIOD - ITS WHOLE PRICE IS THE MOVE.
                MOVE PRIORADJ-LINE TO WS-REPAIR-REC
                MOVE RP-DATE TO WS-DATE
                COMPUTE WS-PP-PERIOD = WS-DATE / 100
                MOVE RP-PRICE-ED TO WS-PP-PRICE
                MOVE WS-PP-PERIOD TO PD-PERIOD
                MOVE RP-DATE      TO PD-DATE
                MOVE RP-CITY      TO PD-CITY
                MOVE RP-PRODUCT   TO PD-PRODUCT
                MOVE WS-PP-PRICE  TO PD-PRICE
                MOVE SPACES TO PRIORRPT-LINE
                MOVE WS-PP-DETAIL-LINE TO PRIORRPT-LINE
                WRITE PRIORRPT-LINE

                MOVE 'C'     TO WS-FZ-TAG
                MOVE RP-CITY TO WS-FZ-NAME
                PERFORM FIND-FROZEN-FIGURE
                MOVE 'CITY AVG' TO PE-LABEL
                IF WS-FZ-HIT = 0
                    MOVE ZERO        TO PE-FROM
                    MOVE WS-PP-PRICE TO PE-TO
                    MOVE WS-PP-PRICE TO WS-PP-MOVE
                    PERFORM SET-FROZEN-MISSING-NOTE
                ELSE
                    COMPUTE WS-PP-NEW ROUNDED =
                        (FZ-PRICE(WS-FZ-HIT) * FZ-COUNT(WS-FZ-HIT)
                         + WS-PP-PRICE) / (FZ-COUNT(WS-FZ-HIT) + 1)
                    COMPUTE WS-PP-MOVE = WS-PP-NEW - FZ-PRICE(WS-FZ-HIT)
                    MOVE FZ-PRICE(WS-FZ-HIT) TO PE-FROM
                    MOVE WS-PP-NEW           TO PE-TO
                    EVALUATE TRUE
                        WHEN WS-PP-MOVE > 0
                            MOVE 'WOULD RISE' TO PE-NOTE
                        WHEN WS-PP-MOVE < 0
                            MOVE 'WOULD FALL' TO PE-NOTE
                        WHEN OTHER
                            MOVE 'NO CHANGE'  TO PE-NOTE
                    END-EVALUATE
                END-IF
                MOVE WS-PP-MOVE TO PE-MOVE
                MOVE SPACES TO PRIORRPT-LINE
                MOVE WS-PP-EFFECT-LINE TO PRIORRPT-LINE
                WRITE PRIORRPT-LINE

                MOVE 'P'        TO WS-FZ-TAG
                MOVE RP-PRODUCT TO WS-FZ-NAME
                PERFORM FIND-FROZEN-FIGURE
                MOVE 'CHEAPEST' TO PE-LABEL
                IF WS-FZ-HIT = 0
                    MOVE ZERO        TO PE-FROM
                    MOVE WS-PP-PRICE TO PE-TO
                    MOVE WS-PP-PRICE TO WS-PP-MOVE
                    PERFORM SET-FROZEN-MISSING-NOTE
                ELSE
                    MOVE FZ-PRICE(WS-FZ-HIT) TO PE-FROM
                    IF WS-PP-PRICE < FZ-PRICE(WS-FZ-HIT)
                        MOVE WS-PP-PRICE TO PE-TO
                        COMPUTE WS-PP-MOVE =
                            WS-PP-PRICE - FZ-PRICE(WS-FZ-HIT)
                        MOVE 'NEW CHEAPEST' TO PE-NOTE
                    ELSE
                        MOVE FZ-PRICE(WS-FZ-HIT) TO PE-TO
                        MOVE ZERO TO WS-PP-MOVE
                        MOVE FZ-CITY(WS-FZ-HIT) TO PE-NOTE
                    END-IF
                END-IF
                MOVE WS-PP-MOVE TO PE-MOVE
                MOVE SPACES TO PRIORRPT-LINE
                MOVE WS-PP-EFFECT-LINE TO PRIORRPT-LINE
                WRITE PRIORRPT-LINE
           .

           SET-FROZEN-MISSING-NOTE.
      *    ------------------- NO FROZEN ROW - NEW, OR FIGURES NOT LOADED -----------------
                IF WS-FZ-PARTIAL = 'Y'
                    MOVE 'FIGURES UNAVAIL.' TO PE-NOTE
                ELSE
                    MOVE 'NEW TO PERIOD'    TO PE-NOTE
                END-IF
           .

           UPDATE-PRICE-MASTER.
      *    ------------------- POST ONE MATCH TO THE KEYED MASTER -----------------
      *    HOLDS THE CURRENT LOWEST PRICE, RUNNING AVERAGE, OBSERVATION
                        MOVE 1          TO PM-COUNT
                        MOVE WS-DATE    TO PM-LAST-DATE
                        WRITE PRICE-MASTER-RECORD
                        MOVE 'ADD' TO WS-JRN-ACTION
                        MOVE SPACES TO WS-JRN-BEFORE
                    NOT INVALID KEY
                        MOVE PRICE-MASTER-RECORD TO WS-JRN-BEFORE
                        IF WS-PRICE < PM-LOW-PRICE
                            MOVE WS-PRICE TO PM-LOW-PRICE
                        END-IF
                            MOVE WS-DATE TO PM-LAST-DATE
                        END-IF
                        REWRITE PRICE-MASTER-RECORD
                        MOVE 'CHG' TO WS-JRN-ACTION
                END-READ
                IF WS-PRICEMAST-FS(1:1) = "0"
                    MOVE PRICE-MASTER-RECORD TO WS-JRN-AFTER
                    PERFORM WRITE-PRICE-JOURNAL
                END-IF
           .

           OPEN-PRICE-JOURNAL.
      *    ------------------- PERMANENT JOURNAL - ALWAYS APPENDED -----------------
                OPEN EXTEND JOURNALFILE
                IF WS-PMJRNL-FS NOT = "00"
                    OPEN OUTPUT JOURNALFILE
                END-IF
           .

           WRITE-PRICE-JOURNAL.
      *    ------------------- ONE BEFORE / AFTER ENTRY ON THE JOURNAL -----------------
                ADD 1 TO WS-JRN-SEQ
                MOVE WS-RUN-STAMP-DATE   TO JR-DATE
                MOVE WS-RUN-STAMP-TIME   TO JR-TIME
                MOVE WS-JRN-SEQ          TO JR-SEQ
                MOVE 'BLANAT'            TO JR-PROGRAM
                MOVE WS-CUR-SOURCE       TO JR-SOURCE
                MOVE WS-JRN-ACTION       TO JR-ACTION
                MOVE WS-JRN-BEFORE       TO JR-BEFORE
                MOVE WS-JRN-AFTER        TO JR-AFTER
                MOVE SPACES TO JOURNAL-LINE
                MOVE WS-JOURNAL-DETAIL TO JOURNAL-LINE
                WRITE JOURNAL-LINE
      *    ------------- A JOURNAL THAT STOPS TAKING ENTRIES STOPS THE
      *    ------------- MASTER BEING MAINTAINED FOR THE REST OF THE RUN -
                IF WS-PMJRNL-FS NOT = "00" AND WS-PRICEMAST-SW = 'Y'
                    MOVE 'N' TO WS-PRICEMAST-SW
                    CLOSE PRICEMASTER
                    CLOSE JOURNALFILE
                    DISPLAY "BLANAT - PMJRNL WRITE FAILED - STATUS "
                        WS-PMJRNL-FS
                    DISPLAY "BLANAT - PRICEMAST NOT MAINTAINED FOR "
                        "THE REST OF THE RUN"
                END-IF
           .

           VALIDATE-DATE.
                    AT END MOVE "Y" TO WS-DATA-EOF
                END-READ
                PERFORM UNTIL WS-DATA-EOF = "Y"
                    EVALUATE TRUE
                        WHEN DATARECORD(1:8) = 'BATCHHDR'
                            PERFORM BATCH-HEADER
                        WHEN DATARECORD(1:8) = 'BATCHTRL'
                            PERFORM BATCH-TRAILER
                        WHEN DATARECORD(1:5) = 'VOID,'
                          OR DATARECORD(1:11) = 'CORRECTION,'
                            PERFORM READ-ADJUSTMENT
                        WHEN OTHER
                            IF WS-BATCH-ACTIVE = 'Y'
                                UNSTRING DATARECORD DELIMITED BY ","
                                ADD WS-PRICE
                                    TO WS-BT-RECV-HASH(WS-BATCH-SUB)
                            END-IF
      *    ------------- A REFUSED BATCH IS TALLIED BUT NEVER POSTED ----
                            IF WS-BATCH-REFUSED = 'Y'
                                ADD 1 TO WS-CTL-REFUSED-RECS
                            ELSE
                                MOVE SPACES TO WORK-REC
                                MOVE DATARECORD TO WORK-REC-DATA
                                IF WS-BATCH-ACTIVE = 'Y'
                                    MOVE WS-BT-SOURCE(WS-BATCH-SUB)
                                        TO WORK-REC-SOURCE
                                ELSE
                                    MOVE 'NOHEADER' TO WORK-REC-SOURCE
                                END-IF
                                RELEASE WORK-REC
                            END-IF
                    END-EVALUATE
                    READ DATAFILE
                        AT END MOVE "Y" TO WS-DATA-EOF
                    END-READ
                END-PERFORM
      *    ------------- A BATCH STILL OPEN AT EOF NEVER GOT ITS TRAILER ---
      *    ------------- A REFUSED ONE POSTED NOTHING, SO CANNOT BREAK
      *    ------------- THE RUN'S BOOKS -------------------------------
                IF WS-BATCH-ACTIVE = 'Y'
                    IF WS-BT-REPLAY(WS-BATCH-SUB) NOT = 'X'
                        MOVE 'NO TRLR' TO WS-BT-STATUS(WS-BATCH-SUB)
                        MOVE 'Y' TO WS-BATCH-ABORT
                    END-IF
                    MOVE 'N' TO WS-BATCH-ACTIVE
                    MOVE 'N' TO WS-BATCH-REFUSED
                END-IF
                CLOSE DATAFILE
           .

           READ-ADJUSTMENT.
      *    ------------------- HOLD ONE VOID OR CORRECTION -----------------
      *    IT NEVER GOES TO THE SORT. IT IS TALLIED INTO ITS BATCH LIKE
      *    ANY DATA RECORD, THEN HELD UNTIL THE SORTED OBSERVATIONS ARE
      *    POSTED.
                MOVE SPACES TO WS-ADJ-TAG WS-ADJ-EXTRA-1 WS-ADJ-EXTRA-2
                MOVE SPACES TO WS-CITY WS-PRODUCT WS-CURRENCY
                MOVE ZERO TO WS-PRICE WS-DATE WS-ADJ-NEW-PRICE
                UNSTRING DATARECORD DELIMITED BY ","
                    INTO WS-ADJ-TAG, WS-CITY, WS-PRODUCT,
                         WS-PRICE, WS-DATE,
                         WS-ADJ-EXTRA-1, WS-ADJ-EXTRA-2
                IF WS-ADJ-TAG = 'VOID'
                    MOVE WS-ADJ-EXTRA-1 TO WS-CURRENCY
                    MOVE WS-PRICE TO WS-ADJ-HASH-AMT
                ELSE
                    IF WS-ADJ-EXTRA-1 NOT = SPACES
                        MOVE WS-ADJ-EXTRA-1 TO WS-ADJ-NEW-PRICE
                    END-IF
                    MOVE WS-ADJ-EXTRA-2 TO WS-CURRENCY
                    MOVE WS-ADJ-NEW-PRICE TO WS-ADJ-HASH-AMT
                END-IF
                IF WS-BATCH-ACTIVE = 'Y'
                    ADD 1 TO WS-BT-RECV-COUNT(WS-BATCH-SUB)
                    ADD WS-ADJ-HASH-AMT TO WS-BT-RECV-HASH(WS-BATCH-SUB)
                END-IF
      *    ------------- A REFUSED BATCH IS TALLIED BUT NEVER POSTED ----
                IF WS-BATCH-REFUSED = 'Y'
                    ADD 1 TO WS-CTL-REFUSED-RECS
                ELSE
                    IF WS-ADJ-COUNT >= 500
                        DISPLAY "BLANAT - RUN ABORTED"
                        DISPLAY "MORE THAN 500 VOIDS/CORRECTIONS ON "
                            "DATAFILE"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-ADJ-COUNT
                    MOVE WS-ADJ-COUNT TO WS-ADJ-SUB
                    IF WS-ADJ-TAG = 'VOID'
                        MOVE 'V' TO AJ-TYPE(WS-ADJ-SUB)
                        ADD 1 TO WS-CTL-VOID-READ
                        ADD WS-ADJ-HASH-AMT TO WS-CTL-VOID-HASH
                    ELSE
                        MOVE 'C' TO AJ-TYPE(WS-ADJ-SUB)
                        ADD 1 TO WS-CTL-CORR-READ
                        ADD WS-ADJ-HASH-AMT TO WS-CTL-CORR-HASH
                    END-IF
                    IF WS-BATCH-ACTIVE = 'Y'
                        MOVE WS-BT-SOURCE(WS-BATCH-SUB)
                            TO AJ-SOURCE(WS-ADJ-SUB)
                    ELSE
                        MOVE 'NOHEADER' TO AJ-SOURCE(WS-ADJ-SUB)
                    END-IF
                    MOVE WS-CITY     TO AJ-CITY(WS-ADJ-SUB)
                    MOVE WS-PRODUCT  TO AJ-PRODUCT(WS-ADJ-SUB)
                    MOVE WS-PRICE    TO AJ-PRICE(WS-ADJ-SUB)
                    MOVE WS-DATE     TO AJ-DATE(WS-ADJ-SUB)
                    MOVE WS-ADJ-NEW-PRICE TO AJ-NEW-PRICE(WS-ADJ-SUB)
                    IF WS-CURRENCY = SPACES
                        MOVE 'MAD' TO AJ-CURRENCY(WS-ADJ-SUB)
                    ELSE
                        MOVE WS-CURRENCY TO AJ-CURRENCY(WS-ADJ-SUB)
                    END-IF
                    MOVE SPACES TO AJ-STATUS(WS-ADJ-SUB)
                    MOVE SPACES TO AJ-REASON(WS-ADJ-SUB)
                    MOVE ZERO TO AJ-PL-NET(WS-ADJ-SUB)
                    MOVE ZERO TO AJ-PL-MAD(WS-ADJ-SUB)
      *    ------------- AN UNUSABLE ONE IS REJECTED NOW AND NEVER
      *    ------------- MATCHES ANYTHING ---------------------------------
                    PERFORM VALIDATE-DATE
                    EVALUATE TRUE
                        WHEN WS-CITY = SPACES OR WS-PRODUCT = SPACES
                          OR WS-PRICE = ZERO
                            MOVE 'J' TO AJ-STATUS(WS-ADJ-SUB)
                            MOVE 'MISSING FIELD'
                                TO AJ-REASON(WS-ADJ-SUB)
                        WHEN WS-DATE-VALID = 'N'
                            MOVE 'J' TO AJ-STATUS(WS-ADJ-SUB)
                            MOVE 'INVALID DATE' TO AJ-REASON(WS-ADJ-SUB)
                        WHEN AJ-TYPE(WS-ADJ-SUB) = 'C'
                         AND WS-ADJ-NEW-PRICE = ZERO
                            MOVE 'J' TO AJ-STATUS(WS-ADJ-SUB)
                            MOVE 'NO NEW PRICE' TO AJ-REASON(WS-ADJ-SUB)
                        WHEN OTHER
                            ADD 1 TO WS-ADJ-OPEN
                    END-EVALUATE
                END-IF
           .

           BATCH-HEADER.
      *    ------------------- OPEN A NEW BATCH FROM ITS HEADER -----------------
      *    A HEADER ARRIVING WHILE A BATCH IS STILL OPEN MEANS THE PRIOR
      *    TRANSMISSION LOST ITS TRAILER - FLAG IT AND CARRY ON COUNTING.
                IF WS-BATCH-ACTIVE = 'Y'
                    AND WS-BT-REPLAY(WS-BATCH-SUB) NOT = 'X'
                    MOVE 'NO TRLR' TO WS-BT-STATUS(WS-BATCH-SUB)
                    MOVE 'Y' TO WS-BATCH-ABORT
                END-IF
                         WS-BT-SOURCE(WS-BATCH-SUB),
                         WS-BT-DATE(WS-BATCH-SUB)
                MOVE 'Y' TO WS-BATCH-ACTIVE
                PERFORM CHECK-BATCH-REGISTER
           .

           CHECK-BATCH-REGISTER.
      *    ------------------- REFUSE A BATCH ALREADY PROCESSED -----------------
      *    THE SAME SOURCE AND BATCH DATE EARLIER ON THIS DATAFILE, OR
      *    ON THE PERMANENT REGISTER FROM ANY EARLIER RUN, MEANS THE
      *    FEED HAS RESENT IT. ONLY A MATCHING REPLAY CARD LETS IT POST.
                MOVE 'N' TO WS-BATCH-REFUSED
                MOVE 'N' TO WS-BT-REPLAY(WS-BATCH-SUB)
                MOVE 'N' TO WS-BREG-FOUND
                PERFORM VARYING WS-BREG-SUB FROM 1 BY 1
                UNTIL WS-BREG-SUB >= WS-BATCH-SUB
                    IF WS-BT-SOURCE(WS-BREG-SUB) =
                           WS-BT-SOURCE(WS-BATCH-SUB)
                       AND WS-BT-DATE(WS-BREG-SUB) =
                           WS-BT-DATE(WS-BATCH-SUB)
                        MOVE 'Y' TO WS-BREG-FOUND
                    END-IF
                END-PERFORM
                IF WS-BREG-FOUND = 'N'
                    MOVE WS-BT-SOURCE(WS-BATCH-SUB) TO WS-BREG-SOURCE
                    MOVE WS-BT-DATE(WS-BATCH-SUB)   TO WS-BREG-DATE
                    PERFORM FIND-BATCH-ON-REGISTER
                END-IF
                IF WS-BREG-FOUND = 'Y'
                    MOVE 'X' TO WS-BT-REPLAY(WS-BATCH-SUB)
                    PERFORM VARYING WS-REPLAY-SUB FROM 1 BY 1
                    UNTIL WS-REPLAY-SUB > WS-REPLAY-COUNT
                        IF WS-RP-SOURCE(WS-REPLAY-SUB) =
                               WS-BT-SOURCE(WS-BATCH-SUB)
                           AND WS-RP-DATE(WS-REPLAY-SUB) =
                               WS-BT-DATE(WS-BATCH-SUB)
                            MOVE 'R' TO WS-BT-REPLAY(WS-BATCH-SUB)
                        END-IF
                    END-PERFORM
                    IF WS-BT-REPLAY(WS-BATCH-SUB) = 'R'
                        ADD 1 TO WS-CTL-REPLAYED
                        DISPLAY "BLANAT - BATCH REPLAY RELEASED BY "
                            "CARD: " WS-BT-SOURCE(WS-BATCH-SUB) " "
                            WS-BT-DATE(WS-BATCH-SUB)
                    ELSE
                        ADD 1 TO WS-CTL-REFUSED
                        MOVE 'Y' TO WS-BATCH-REFUSED
                        MOVE 'REFUSED' TO WS-BT-STATUS(WS-BATCH-SUB)
                        DISPLAY "BLANAT - BATCH ALREADY PROCESSED - "
                            "REFUSED: " WS-BT-SOURCE(WS-BATCH-SUB) " "
                            WS-BT-DATE(WS-BATCH-SUB)
                    END-IF
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
                        IF BR-SOURCE = WS-BREG-SOURCE
                            AND BR-BATCH-DATE = WS-BREG-DATE
                            MOVE 'Y' TO WS-BREG-FOUND
                        END-IF
                        READ BATCHREGISTER
                            AT END MOVE "Y" TO WS-BREG-EOF
                        END-READ
                    END-PERFORM
                    CLOSE BATCHREGISTER
                END-IF
           .

           BATCH-TRAILER.
                        INTO WS-BATCH-TAG,
                             WS-BT-DECL-COUNT(WS-BATCH-SUB),
                             WS-BT-DECL-HASH(WS-BATCH-SUB)
                    EVALUATE TRUE
                        WHEN WS-BT-REPLAY(WS-BATCH-SUB) = 'X'
                            CONTINUE
                        WHEN WS-BT-DECL-COUNT(WS-BATCH-SUB) =
                                 WS-BT-RECV-COUNT(WS-BATCH-SUB)
                         AND WS-BT-DECL-HASH(WS-BATCH-SUB) =
                                 WS-BT-RECV-HASH(WS-BATCH-SUB)
                            MOVE 'BALANCED'
                                TO WS-BT-STATUS(WS-BATCH-SUB)
                        WHEN OTHER
                            MOVE 'MISMATCH'
                                TO WS-BT-STATUS(WS-BATCH-SUB)
                            MOVE 'Y' TO WS-BATCH-ABORT
                    END-EVALUATE
                    MOVE 'N' TO WS-BATCH-ACTIVE
                    MOVE 'N' TO WS-BATCH-REFUSED
                END-IF
           .

                    IF WS-STATWORK-FS NOT = "00"
                        OPEN OUTPUT STATWORK
                    END-IF
                    OPEN EXTEND PRIORADJFILE
                    IF WS-PPADJ-FS NOT = "00"
                        OPEN OUTPUT PRIORADJFILE
                    END-IF
                    OPEN EXTEND MONTHWORK
                    IF WS-MONTHWORK-FS NOT = "00"
                        OPEN OUTPUT MONTHWORK
                    END-IF
      *    ------------- RECORDS POSTED BEFORE THE CRASH ARE SKIPPED, SO
      *    ------------- THE EXISTING MASTER IS CARRIED FORWARD AS IS.
      *    ------------- A MISSING MASTER IS CREATED EMPTY, THEN REOPENED
      *    ------------- I-O SO READ/WRITE/REWRITE ARE ALL LEGAL ---------
                    PERFORM OPEN-PRICE-JOURNAL
                    IF WS-PMJRNL-FS = "00"
                        OPEN I-O PRICEMASTER
                        IF WS-PRICEMAST-FS NOT = "00"
                            OPEN OUTPUT PRICEMASTER
                            IF WS-PRICEMAST-FS = "00"
                                CLOSE PRICEMASTER
                                OPEN I-O PRICEMASTER
                            END-IF
                        END-IF
                    END-IF
                ELSE
                    OPEN OUTPUT REJECTFILE
                    OPEN OUTPUT DUPFILE
                    OPEN OUTPUT STATWORK
                    OPEN OUTPUT PRIORADJFILE
                    OPEN OUTPUT MONTHWORK
      *    ------------- A FRESH RUN RE-READS THE WHOLE DATAFILE, SO THE
      *    ------------- MASTER IS REBUILT RATHER THAN DOUBLE-COUNTED:
      *    ------------- OUTPUT TRUNCATES IT, THEN IT IS REOPENED I-O SO
      *    ------------- READ/WRITE/REWRITE ARE ALL LEGAL WHILE POSTING -
      *    ------------- THE TRUNCATION GOES ON THE JOURNAL AS SOON AS
      *    ------------- IT HAS HAPPENED, BEFORE ANYTHING IS POSTED, SO A
      *    ------------- ROLL-FORWARD EMPTIES THE MASTER AT THE SAME POINT
                    PERFORM OPEN-PRICE-JOURNAL
                    IF WS-PMJRNL-FS = "00"
                        OPEN OUTPUT PRICEMASTER
                        IF WS-PRICEMAST-FS = "00"
                            MOVE 'CLR'  TO WS-JRN-ACTION
                            MOVE SPACES TO WS-JRN-BEFORE
                            MOVE SPACES TO WS-JRN-AFTER
                            PERFORM WRITE-PRICE-JOURNAL
                            CLOSE PRICEMASTER
                            IF WS-PMJRNL-FS = "00"
                                OPEN I-O PRICEMASTER
                            ELSE
                                DISPLAY "BLANAT - PRICEMAST EMPTIED "
                                    "BUT CLR NOT JOURNALLED - "
                                    "RESTORE IT FROM BACKUP"
                            END-IF
                        END-IF
                    END-IF
                END-IF
      *    ------------- A MASTER CHANGE THAT CANNOT BE JOURNALLED IS NOT
      *    ------------- MADE - THE MASTER IS LEFT AS THE JOURNAL KNOWS IT
                IF WS-PMJRNL-FS NOT = "00"
                    MOVE 'N' TO WS-PRICEMAST-SW
                    DISPLAY "BLANAT - PMJRNL NOT WRITABLE - STATUS "
                        WS-PMJRNL-FS
                    DISPLAY "BLANAT - PRICEMAST LEFT UNCHANGED - "
                        "CURRENT PRICE MASTER NOT MAINTAINED"
                ELSE
                    IF WS-PRICEMAST-FS = "00"
                        MOVE 'Y' TO WS-PRICEMAST-SW
                    ELSE
                        MOVE 'N' TO WS-PRICEMAST-SW
                        CLOSE JOURNALFILE
                        DISPLAY "BLANAT - PRICEMAST UNAVAILABLE - "
                            "CURRENT PRICE MASTER NOT MAINTAINED"
                    END-IF
                END-IF
                IF WS-STATWORK-FS = "00"
                    MOVE 'Y' TO WS-STATWORK-SW
                    DISPLAY "BLANAT - STATWORK UNAVAILABLE - "
                        "NO STATISTICS THIS RUN"
                END-IF
                IF WS-MONTHWORK-FS = "00"
                    MOVE 'Y' TO WS-MONTHWORK-SW
                ELSE
                    MOVE 'N' TO WS-MONTHWORK-SW
                    DISPLAY "BLANAT - MONTHWORK UNAVAILABLE - "
                        "MONTHAVG NOT UPDATED THIS RUN"
                END-IF
                RETURN WORKFILE
                   AT END  MOVE "Y" TO WS-EOF
                END-RETURN

                  IF WS-SEEN-COUNT < WS-SKIP-COUNT
                      ADD 1 TO WS-SEEN-COUNT
      *    ------------- AN ORIGINAL SUPPRESSED BEFORE THE INTERRUPTION
      *    ------------- MUST STILL CLAIM ITS VOID OR CORRECTION ---------
                      IF WS-ADJ-OPEN > 0
                          AND WORK-REC-DATA NOT = WS-ADJ-PREV-REC
                          MOVE WORK-REC-DATA TO WS-ADJ-PREV-REC
                          MOVE SPACES TO WS-CURRENCY
                          UNSTRING WORK-REC-DATA DELIMITED BY ","
                           INTO WS-CITY, WS-PRODUCT, WS-PRICE, WS-DATE,
                                WS-CURRENCY
                          PERFORM FIND-ADJUSTMENT
                          IF WS-ADJ-HIT > 0
                              MOVE 'R' TO AJ-STATUS(WS-ADJ-HIT)
                              SUBTRACT 1 FROM WS-ADJ-OPEN
                          END-IF
                      END-IF
                  ELSE

      *    ------------- A FIFTH FIELD, WHEN PRESENT, IS THE CURRENCY
              ELSE
                  MOVE WORK-REC-DATA TO WS-PREV-REC
                  MOVE 1 TO WS-DUP-OCCURS
      *    ------------- AN ORIGINAL WITH A VOID OR CORRECTION WAITING
      *    ------------- FOR IT IS NEVER POSTED ------------------------
                  MOVE ZERO TO WS-ADJ-HIT
                  IF WS-ADJ-OPEN > 0
                      PERFORM FIND-ADJUSTMENT
                  END-IF
                  IF WS-ADJ-HIT > 0
                      PERFORM APPLY-RUN-ADJUSTMENT
                  ELSE
                      PERFORM MATCH-RECORD
                  END-IF
              END-IF
                      ADD 1 TO WS-SEEN-COUNT
                      ADD 1 TO WS-CKPT-COUNT
                  END-RETURN

                  END-PERFORM
      *    ------------------- VOIDS / CORRECTIONS WITH NO ORIGINAL HERE ----------
                  IF WS-ADJ-COUNT > 0
                      PERFORM SETTLE-ADJUSTMENTS
                  END-IF
      *    ------------------- FOLD IN REPAIRED PRIOR-RUN REJECTS -----------------
                  IF REPAIR-MODE-ON
                      PERFORM REPAIR-REJECTS
                  END-IF
                  CLOSE REJECTFILE
                  CLOSE DUPFILE
                  CLOSE PRIORADJFILE
                  IF WS-STATWORK-SW = 'Y'
                      CLOSE STATWORK
                  END-IF
                  IF WS-MONTHWORK-SW = 'Y'
                      CLOSE MONTHWORK
                  END-IF
                  IF WS-PRICEMAST-SW = 'Y'
                      CLOSE PRICEMASTER
                      CLOSE JOURNALFILE
                  END-IF
      *    ------------------- BATCH RECONCILIATION GATE -----------------
      *    A BROKEN TRANSMISSION MUST NEVER PUBLISH A RANKING - WRITE THE
