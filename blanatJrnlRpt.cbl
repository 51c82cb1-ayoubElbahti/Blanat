           IDENTIFICATION DIVISION.
           PROGRAM-ID. BLJRPT.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    ------------------- PRICE MASTER BEFORE/AFTER JOURNAL -----------------
               SELECT JOURNALFILE ASSIGN TO "PMJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PMJRNL-FS.
      *    ------------------- JOURNAL SORT FILE -----------------
               SELECT JRNLSORT ASSIGN TO "JRNLSRTW"
               .
      *    ------------------- JOURNAL REPORT FILE -----------------
               SELECT JRPTFILE ASSIGN TO "JRNLOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *    ------------------- JOURNAL FILE DESCRIPTION -----------------
           FD JOURNALFILE.
           01 JOURNAL-LINE PIC X(200).
      *    ------------------- JOURNAL SORT FILE DESCRIPTION -----------------
      *    KEY FIRST, THEN RUN STAMP AND SEQUENCE, SO EACH CITY+PRODUCT
      *    COMES OUT WITH ITS CHANGES IN THE ORDER THEY WERE MADE.
           SD JRNLSORT
           DATA RECORD JRNL-SORT-REC
           RECORDING MODE F.
           01 JRNL-SORT-REC.
               05 JS-CITY    PIC X(18).
               05 JS-PRODUCT PIC X(18).
               05 JS-DATE    PIC 9(8).
               05 JS-TIME    PIC 9(6).
               05 JS-SEQ     PIC 9(7).
               05 JS-PROGRAM PIC X(8).
               05 JS-SOURCE  PIC X(8).
               05 JS-ACTION  PIC X(3).
               05 JS-BEFORE  PIC X(76).
               05 JS-AFTER   PIC X(76).
      *    ------------------- JOURNAL REPORT DESCRIPTION -----------------
           FD JRPTFILE.
           01 JRPT-LINE PIC X(132).

           WORKING-STORAGE SECTION.
      *    ------------------- TEMP VARIABLES -----------------
           01 WS-PMJRNL-FS     PIC X(02).
           01 WS-EOF           PIC X VALUE "N".
           01 WS-CURRENT-DATE-DATA.
                 05  WS-CURRENT-DATE.
                     10  WS-CURRENT-YEAR           PIC 9(04).
                     10  WS-CURRENT-MONTH          PIC 9(02).
                     10  WS-CURRENT-DAY            PIC 9(02).
                 05  WS-CURRENT-TIME               PIC X(08).
      *    ------------------- OPERATOR SELECTION -----------------
      *    JRNFROM / JRNTO LIMIT THE RUN DATES LISTED (YYYYMMDD, EITHER
      *    MAY BE OMITTED). JRNCITY / JRNPRODUCT LIMIT THE KEYS LISTED.
           01 WS-JRNFROM-X     PIC X(8) VALUE SPACES.
           01 WS-JRNTO-X       PIC X(8) VALUE SPACES.
           01 WS-SEL-FROM      PIC 9(8) VALUE ZERO.
           01 WS-SEL-TO        PIC 9(8) VALUE 99999999.
           01 WS-SEL-CITY      PIC X(18) VALUE SPACES.
           01 WS-SEL-PRODUCT   PIC X(18) VALUE SPACES.
           01 WS-SELECTED      PIC X VALUE 'N'.
      *    ------------------- JOURNAL LINE LAYOUT -----------------
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
      *    ------------- BEFORE AND AFTER IMAGES IN MASTER LAYOUT ---------
           01 WS-IMG-BEFORE.
              05 IB-CITY         PIC X(18).
              05 IB-PRODUCT      PIC X(18).
              05 IB-LOW-PRICE    PIC 9(6)V9(2).
              05 IB-AVG-PRICE    PIC 9(6)V9(2).
              05 IB-SUM-PRICE    PIC 9(8)V9(2).
              05 IB-COUNT        PIC 9(6).
              05 IB-LAST-DATE    PIC 9(8).
           01 WS-IMG-AFTER.
              05 IA-CITY         PIC X(18).
              05 IA-PRODUCT      PIC X(18).
              05 IA-LOW-PRICE    PIC 9(6)V9(2).
              05 IA-AVG-PRICE    PIC 9(6)V9(2).
              05 IA-SUM-PRICE    PIC 9(8)V9(2).
              05 IA-COUNT        PIC 9(6).
              05 IA-LAST-DATE    PIC 9(8).
           01 WS-PREV-CITY     PIC X(18) VALUE SPACES.
           01 WS-PREV-PRODUCT  PIC X(18) VALUE SPACES.
           01 WS-KEY-ENTRIES   PIC 9(7) COMP VALUE ZERO.
      *    ------------------- REPORT TOTALS -----------------
           01 WS-CTL-READ      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-KEYS      PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-ADDED     PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-CHANGED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-DELETED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-MARKS     PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT    PIC Z,ZZZ,ZZ9.
      *    ------------------- REPORT WORK AREAS -----------------
           01 WS-JRPT-HEADER-1.
              05 FILLER          PIC X(40) VALUE
                 'BLJRPT  -  PRICE  MASTER  JOURNAL'.
           01 WS-JRPT-DATE-LINE.
              05 FILLER          PIC X(10) VALUE 'RUN DATE :'.
              05 JH-YEAR         PIC 9(04).
              05 FILLER          PIC X(01) VALUE '-'.
              05 JH-MONTH        PIC 9(02).
              05 FILLER          PIC X(01) VALUE '-'.
              05 JH-DAY          PIC 9(02).
           01 WS-JRPT-SEL-LINE.
              05 FILLER          PIC X(13) VALUE 'RUN DATES  : '.
              05 JH-FROM         PIC 9(8).
              05 FILLER          PIC X(04) VALUE ' TO '.
              05 JH-TO           PIC 9(8).
           01 WS-JRPT-MARK-LINE.
              05 JM-DATE         PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JM-TIME         PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JM-PROGRAM      PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JM-ACTION       PIC X(3).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 JM-TEXT         PIC X(40).
           01 WS-JRPT-KEY-LINE.
              05 FILLER          PIC X(06) VALUE 'KEY : '.
              05 JK-CITY         PIC X(18).
              05 FILLER          PIC X(03) VALUE ' / '.
              05 JK-PRODUCT      PIC X(18).
           01 WS-JRPT-COL-HEADER.
              05 FILLER          PIC X(09) VALUE 'DATE'.
              05 FILLER          PIC X(07) VALUE 'TIME'.
              05 FILLER          PIC X(09) VALUE 'PROGRAM'.
              05 FILLER          PIC X(09) VALUE 'SOURCE'.
              05 FILLER          PIC X(05) VALUE 'ACT'.
              05 FILLER          PIC X(25) VALUE 'LOW  BEFORE > AFTER'.
              05 FILLER          PIC X(25) VALUE 'AVG  BEFORE > AFTER'.
              05 FILLER          PIC X(19) VALUE 'COUNT BEFORE>AFTER'.
              05 FILLER          PIC X(09) VALUE 'LAST SEEN'.
           01 WS-JRPT-DETAIL-LINE.
              05 JD-DATE         PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JD-TIME         PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JD-PROGRAM      PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JD-SOURCE       PIC X(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 JD-ACTION       PIC X(3).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 JD-LOW-B        PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
              05 FILLER          PIC X(03) VALUE ' > '.
              05 JD-LOW-A        PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
              05 FILLER          PIC X(02) VALUE SPACES.
              05 JD-AVG-B        PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
              05 FILLER          PIC X(03) VALUE ' > '.
              05 JD-AVG-A        PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
              05 FILLER          PIC X(02) VALUE SPACES.
              05 JD-CNT-B        PIC ZZZ,ZZ9 BLANK WHEN ZERO.
              05 FILLER          PIC X(03) VALUE ' > '.
              05 JD-CNT-A        PIC ZZZ,ZZ9 BLANK WHEN ZERO.
              05 FILLER          PIC X(02) VALUE SPACES.
              05 JD-LAST-DATE    PIC X(8).
           01 WS-JRPT-KEY-TOTAL.
              05 FILLER          PIC X(09) VALUE SPACES.
              05 FILLER          PIC X(18) VALUE 'CHANGES TO KEY  : '.
              05 JT-COUNT        PIC Z,ZZZ,ZZ9.
           01 WS-JRPT-TOTAL-LINE.
              05 MT-LABEL        PIC X(20).
              05 MT-COUNT        PIC Z,ZZZ,ZZ9.

           PROCEDURE DIVISION.
           MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             PERFORM GET-SELECTION
             PERFORM OPEN-JRPT-REPORT
              SORT JRNLSORT
                ON ASCENDING KEY JS-CITY
                ON ASCENDING KEY JS-PRODUCT
                ON ASCENDING KEY JS-DATE
                ON ASCENDING KEY JS-TIME
                ON ASCENDING KEY JS-SEQ
                   INPUT PROCEDURE IS READ-JOURNAL
                   OUTPUT PROCEDURE IS LIST-KEY-CHANGES
             PERFORM WRITE-JRPT-TOTALS
             CLOSE JRPTFILE

             MOVE WS-CTL-READ TO WS-COUNT-EDIT
             DISPLAY "BLJRPT - JOURNAL ENTRIES READ : " WS-COUNT-EDIT
             MOVE WS-CTL-KEYS TO WS-COUNT-EDIT
             DISPLAY "BLJRPT - KEYS LISTED          : " WS-COUNT-EDIT
             IF WS-CTL-READ = 0
                 DISPLAY "BLJRPT - PMJRNL MISSING OR EMPTY"
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE ZERO TO RETURN-CODE
             END-IF
             STOP RUN.

           GET-SELECTION.
      *    ------------------- OPERATOR DATE AND KEY SELECTION -----------------
                ACCEPT WS-JRNFROM-X FROM ENVIRONMENT "JRNFROM"
                ACCEPT WS-JRNTO-X FROM ENVIRONMENT "JRNTO"
                ACCEPT WS-SEL-CITY FROM ENVIRONMENT "JRNCITY"
                ACCEPT WS-SEL-PRODUCT FROM ENVIRONMENT "JRNPRODUCT"
                IF WS-JRNFROM-X IS NUMERIC
                    MOVE WS-JRNFROM-X TO WS-SEL-FROM
                ELSE
                    IF WS-JRNFROM-X NOT = SPACES
                        DISPLAY "BLJRPT - JRNFROM NOT YYYYMMDD - "
                            "IGNORED"
                    END-IF
                END-IF
                IF WS-JRNTO-X IS NUMERIC
                    MOVE WS-JRNTO-X TO WS-SEL-TO
                ELSE
                    IF WS-JRNTO-X NOT = SPACES
                        DISPLAY "BLJRPT - JRNTO NOT YYYYMMDD - IGNORED"
                    END-IF
                END-IF
           .

           READ-JOURNAL.
      *    ------------------- FEED SELECTED KEY CHANGES TO THE SORT -----------------
      *    MASTER-WIDE EVENTS - A CLEARED MASTER, A BACKUP GENERATION,
      *    A RECOVERY - CARRY NO KEY AND ARE LISTED HERE IN JOURNAL
      *    ORDER, AHEAD OF THE PER-KEY SECTION.
                OPEN INPUT JOURNALFILE
                IF WS-PMJRNL-FS = "00"
                    MOVE "N" TO WS-EOF
                    READ JOURNALFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                    PERFORM UNTIL WS-EOF = "Y"
                        MOVE JOURNAL-LINE TO WS-JOURNAL-DETAIL
                        ADD 1 TO WS-CTL-READ
                        IF JR-DATE IS NUMERIC
                            AND JR-DATE NOT < WS-SEL-FROM
                            AND JR-DATE NOT > WS-SEL-TO
                            EVALUATE JR-ACTION
                                WHEN 'ADD'
                                WHEN 'CHG'
                                WHEN 'DEL'
                                    PERFORM RELEASE-KEY-CHANGE
                                WHEN OTHER
                                    PERFORM WRITE-MARK-LINE
                            END-EVALUATE
                        END-IF
                        READ JOURNALFILE
                            AT END MOVE "Y" TO WS-EOF
                        END-READ
                    END-PERFORM
                    CLOSE JOURNALFILE
                END-IF
           .

           RELEASE-KEY-CHANGE.
      *    ------------------- ONE KEY CHANGE TO THE SORT -----------------
      *    A DELETE HAS ONLY A BEFORE IMAGE; ANYTHING ELSE IS KEYED BY
      *    ITS AFTER IMAGE.
                IF JR-ACTION = 'DEL'
                    MOVE JR-BEFORE(1:18)  TO JS-CITY
                    MOVE JR-BEFORE(19:18) TO JS-PRODUCT
                ELSE
                    MOVE JR-AFTER(1:18)   TO JS-CITY
                    MOVE JR-AFTER(19:18)  TO JS-PRODUCT
                END-IF
                MOVE 'Y' TO WS-SELECTED
                IF WS-SEL-CITY NOT = SPACES
                    AND JS-CITY NOT = WS-SEL-CITY
                    MOVE 'N' TO WS-SELECTED
                END-IF
                IF WS-SEL-PRODUCT NOT = SPACES
                    AND JS-PRODUCT NOT = WS-SEL-PRODUCT
                    MOVE 'N' TO WS-SELECTED
                END-IF
                IF WS-SELECTED = 'Y'
                    MOVE JR-DATE    TO JS-DATE
                    MOVE JR-TIME    TO JS-TIME
                    MOVE JR-SEQ     TO JS-SEQ
                    MOVE JR-PROGRAM TO JS-PROGRAM
                    MOVE JR-SOURCE  TO JS-SOURCE
                    MOVE JR-ACTION  TO JS-ACTION
                    MOVE JR-BEFORE  TO JS-BEFORE
                    MOVE JR-AFTER   TO JS-AFTER
                    RELEASE JRNL-SORT-REC
                END-IF
           .

           WRITE-MARK-LINE.
      *    ------------------- ONE MASTER-WIDE EVENT -----------------
                ADD 1 TO WS-CTL-MARKS
                MOVE JR-DATE    TO JM-DATE
                MOVE JR-TIME    TO JM-TIME
                MOVE JR-PROGRAM TO JM-PROGRAM
                MOVE JR-ACTION  TO JM-ACTION
                MOVE SPACES TO JM-TEXT
                EVALUATE JR-ACTION
                    WHEN 'CLR'
                        MOVE 'MASTER CLEARED FOR FULL REBUILD'
                            TO JM-TEXT
                    WHEN 'BKP'
                        STRING 'BACKUP GENERATION ' JR-AFTER(1:17)
                            DELIMITED BY SIZE INTO JM-TEXT
                    WHEN 'RCV'
                        STRING 'RECOVERED FROM ' JR-BEFORE(1:17)
                            ' TO ' JR-AFTER(1:14)
                            DELIMITED BY SIZE INTO JM-TEXT
                    WHEN OTHER
                        MOVE 'UNKNOWN JOURNAL ACTION' TO JM-TEXT
                END-EVALUATE
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-MARK-LINE TO JRPT-LINE
                WRITE JRPT-LINE
           .

           LIST-KEY-CHANGES.
      *    ------------------- PER-KEY CHANGE LISTING -----------------
                MOVE SPACES TO JRPT-LINE
                WRITE JRPT-LINE
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-COL-HEADER TO JRPT-LINE
                WRITE JRPT-LINE
                MOVE HIGH-VALUES TO WS-PREV-CITY
                MOVE HIGH-VALUES TO WS-PREV-PRODUCT
                MOVE "N" TO WS-EOF
                RETURN JRNLSORT
                    AT END MOVE "Y" TO WS-EOF
                END-RETURN
                PERFORM UNTIL WS-EOF = "Y"
                    IF JS-CITY NOT = WS-PREV-CITY
                        OR JS-PRODUCT NOT = WS-PREV-PRODUCT
                        PERFORM WRITE-KEY-TOTAL
                        PERFORM WRITE-KEY-HEADER
                    END-IF
                    PERFORM WRITE-CHANGE-DETAIL
                    RETURN JRNLSORT
                        AT END MOVE "Y" TO WS-EOF
                    END-RETURN
                END-PERFORM
                PERFORM WRITE-KEY-TOTAL
           .

           WRITE-KEY-HEADER.
      *    ------------------- START OF A NEW CITY+PRODUCT -----------------
                ADD 1 TO WS-CTL-KEYS
                MOVE ZERO TO WS-KEY-ENTRIES
                MOVE JS-CITY    TO WS-PREV-CITY
                MOVE JS-PRODUCT TO WS-PREV-PRODUCT
                MOVE SPACES TO JRPT-LINE
                WRITE JRPT-LINE
                MOVE JS-CITY    TO JK-CITY
                MOVE JS-PRODUCT TO JK-PRODUCT
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-KEY-LINE TO JRPT-LINE
                WRITE JRPT-LINE
           .

           WRITE-KEY-TOTAL.
      *    ------------------- CLOSE OFF THE PREVIOUS KEY -----------------
                IF WS-KEY-ENTRIES > 0
                    MOVE WS-KEY-ENTRIES TO JT-COUNT
                    MOVE SPACES TO JRPT-LINE
                    MOVE WS-JRPT-KEY-TOTAL TO JRPT-LINE
                    WRITE JRPT-LINE
                END-IF
           .

           WRITE-CHANGE-DETAIL.
      *    ------------------- ONE CHANGE, BEFORE AND AFTER -----------------
                ADD 1 TO WS-KEY-ENTRIES
                MOVE JS-DATE    TO JD-DATE
                MOVE JS-TIME    TO JD-TIME
                MOVE JS-PROGRAM TO JD-PROGRAM
                MOVE JS-SOURCE  TO JD-SOURCE
                MOVE JS-ACTION  TO JD-ACTION
                MOVE JS-BEFORE  TO WS-IMG-BEFORE
                MOVE JS-AFTER   TO WS-IMG-AFTER
                EVALUATE JS-ACTION
                    WHEN 'ADD'
                        ADD 1 TO WS-CTL-ADDED
                    WHEN 'CHG'
                        ADD 1 TO WS-CTL-CHANGED
                    WHEN 'DEL'
                        ADD 1 TO WS-CTL-DELETED
                END-EVALUATE
                IF JS-BEFORE = SPACES
                    MOVE ZERO TO JD-LOW-B
                    MOVE ZERO TO JD-AVG-B
                    MOVE ZERO TO JD-CNT-B
                ELSE
                    MOVE IB-LOW-PRICE TO JD-LOW-B
                    MOVE IB-AVG-PRICE TO JD-AVG-B
                    MOVE IB-COUNT     TO JD-CNT-B
                END-IF
                IF JS-AFTER = SPACES
                    MOVE ZERO TO JD-LOW-A
                    MOVE ZERO TO JD-AVG-A
                    MOVE ZERO TO JD-CNT-A
                    MOVE SPACES TO JD-LAST-DATE
                ELSE
                    MOVE IA-LOW-PRICE TO JD-LOW-A
                    MOVE IA-AVG-PRICE TO JD-AVG-A
                    MOVE IA-COUNT     TO JD-CNT-A
                    MOVE IA-LAST-DATE TO JD-LAST-DATE
                END-IF
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-DETAIL-LINE TO JRPT-LINE
                WRITE JRPT-LINE
           .

           OPEN-JRPT-REPORT.
      *    ------------------- JOURNAL REPORT HEADER -----------------
                OPEN OUTPUT JRPTFILE

                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-HEADER-1 TO JRPT-LINE
                WRITE JRPT-LINE

                MOVE WS-CURRENT-YEAR  TO JH-YEAR
                MOVE WS-CURRENT-MONTH TO JH-MONTH
                MOVE WS-CURRENT-DAY   TO JH-DAY
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-DATE-LINE TO JRPT-LINE
                WRITE JRPT-LINE

                MOVE WS-SEL-FROM TO JH-FROM
                MOVE WS-SEL-TO   TO JH-TO
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-SEL-LINE TO JRPT-LINE
                WRITE JRPT-LINE

                MOVE SPACES TO JRPT-LINE
                WRITE JRPT-LINE

                MOVE SPACES TO JRPT-LINE
                MOVE 'MASTER EVENTS' TO JRPT-LINE
                WRITE JRPT-LINE
           .

           WRITE-JRPT-TOTALS.
      *    ------------------- JOURNAL REPORT TOTALS -----------------
                MOVE SPACES TO JRPT-LINE
                WRITE JRPT-LINE

                MOVE 'ENTRIES READ      : ' TO MT-LABEL
                MOVE WS-CTL-READ TO MT-COUNT
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-TOTAL-LINE TO JRPT-LINE
                WRITE JRPT-LINE

                MOVE 'KEYS LISTED       : ' TO MT-LABEL
                MOVE WS-CTL-KEYS TO MT-COUNT
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-TOTAL-LINE TO JRPT-LINE
                WRITE JRPT-LINE

                MOVE 'ADDS              : ' TO MT-LABEL
                MOVE WS-CTL-ADDED TO MT-COUNT
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-TOTAL-LINE TO JRPT-LINE
                WRITE JRPT-LINE

                MOVE 'CHANGES           : ' TO MT-LABEL
                MOVE WS-CTL-CHANGED TO MT-COUNT
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-TOTAL-LINE TO JRPT-LINE
                WRITE JRPT-LINE

                MOVE 'DELETES           : ' TO MT-LABEL
                MOVE WS-CTL-DELETED TO MT-COUNT
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-TOTAL-LINE TO JRPT-LINE
                WRITE JRPT-LINE

                MOVE 'MASTER EVENTS     : ' TO MT-LABEL
                MOVE WS-CTL-MARKS TO MT-COUNT
                MOVE SPACES TO JRPT-LINE
                MOVE WS-JRPT-TOTAL-LINE TO JRPT-LINE
                WRITE JRPT-LINE
           .
