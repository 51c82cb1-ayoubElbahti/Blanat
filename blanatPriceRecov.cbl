           IDENTIFICATION DIVISION.
           PROGRAM-ID. BLPRECOV.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    ------------------- CURRENT PRICE KEYED MASTER FILE -----------------
               SELECT PRICEMASTER ASSIGN TO "PRICEMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-KEY
                   FILE STATUS IS WS-PRICEMAST-FS.
      *    ------------------- DATED BACKUP GENERATION FILE -----------------
               SELECT BACKUPFILE ASSIGN TO WS-BACKUP-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BACKUP-FS.
      *    ------------------- PRICE MASTER BEFORE/AFTER JOURNAL -----------------
               SELECT JOURNALFILE ASSIGN TO "PMJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PMJRNL-FS.
      *    ------------------- RECOVERY REPORT FILE -----------------
               SELECT RECOVFILE ASSIGN TO "RECOVOUT"
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
      *    ------------------- BACKUP FILE DESCRIPTION -----------------
           FD BACKUPFILE.
           01 BACKUP-LINE PIC X(76).
      *    ------------------- JOURNAL FILE DESCRIPTION -----------------
           FD JOURNALFILE.
           01 JOURNAL-LINE PIC X(200).
      *    ------------------- RECOVERY REPORT DESCRIPTION -----------------
           FD RECOVFILE.
           01 RECOV-LINE PIC X(80).

           WORKING-STORAGE SECTION.
      *    ------------------- TEMP VARIABLES -----------------
           01 WS-PRICEMAST-FS  PIC X(02).
           01 WS-BACKUP-FS     PIC X(02).
           01 WS-PMJRNL-FS     PIC X(02).
           01 WS-EOF           PIC X VALUE "N".
           01 WS-BACKUP-NAME   PIC X(17) VALUE SPACES.
           01 WS-CURRENT-DATE-DATA.
                 05  WS-CURRENT-DATE.
                     10  WS-CURRENT-YEAR           PIC 9(04).
                     10  WS-CURRENT-MONTH          PIC 9(02).
                     10  WS-CURRENT-DAY            PIC 9(02).
                 05  WS-CURRENT-TIME               PIC X(08).
      *    ------------------- OPERATOR RECOVERY POINT -----------------
      *    RECOVGEN NAMES THE BACKUP GENERATION (YYYYMMDD) TO START
      *    FROM. RECOVTO IS THE POINT TO ROLL FORWARD TO - YYYYMMDD FOR
      *    THE END OF THAT DAY, OR YYYYMMDDHHMMSS FOR A GIVEN RUN.
           01 WS-RECOVGEN-X    PIC X(8) VALUE SPACES.
           01 WS-RECOVTO-X     PIC X(14) VALUE SPACES.
           01 WS-RECOV-GEN     PIC 9(8) VALUE ZERO.
           01 WS-RECOV-TO      PIC 9(14) VALUE ZERO.
           01 WS-RECOV-TO-R REDEFINES WS-RECOV-TO.
              05 WS-RECOV-TO-DATE PIC 9(8).
              05 WS-RECOV-TO-TIME PIC 9(6).
           01 WS-ENTRY-STAMP   PIC 9(14) VALUE ZERO.
           01 WS-ENTRY-STAMP-R REDEFINES WS-ENTRY-STAMP.
              05 WS-ENTRY-DATE PIC 9(8).
              05 WS-ENTRY-TIME PIC 9(6).
      *    ------------- THE JOURNAL LINE OF THE LAST BKP MARK FOR THE
      *    ------------- CHOSEN GENERATION - A SAME-DAY RERUN OF THE
      *    ------------- MAINTENANCE OVERWRITES THE FILE, SO THE LAST
      *    ------------- MARK IS THE ONE THE FILE ON DISK MATCHES -------
           01 WS-MARK-LINE     PIC 9(7) COMP VALUE ZERO.
           01 WS-JRN-LINE-NO   PIC 9(7) COMP VALUE ZERO.
           01 WS-MARK-STAMP    PIC 9(14) VALUE ZERO.
      *    ------------- EVERY EARLIER RECOVERY ON THE JOURNAL: WHERE ITS
      *    ------------- RCV MARK IS, WHEN IT RAN AND THE POINT IT ROLLED
      *    ------------- TO. ENTRIES BEFORE THE MARK STAMPED PAST THAT
      *    ------------- POINT WERE UNDONE BY IT AND ARE NEVER REPLAYED -
           01 WS-RCV-COUNT     PIC 9(3) COMP VALUE ZERO.
           01 WS-RCV-SUB       PIC 9(3) COMP VALUE ZERO.
           01 WS-RCV-UNDONE    PIC X VALUE 'N'.
           01 WS-RCV-TABLE.
              05 WS-RCV-ENTRY OCCURS 100 TIMES.
                 10 RV-LINE       PIC 9(7) COMP.
                 10 RV-STAMP      PIC 9(14).
                 10 RV-TARGET     PIC 9(14).
           01 WS-EXC-REASON    PIC X(28).
           01 WS-JRN-SEQ       PIC 9(7) VALUE ZERO.
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
           01 WS-JRN-IMAGE.
              05 JI-CITY         PIC X(18).
              05 JI-PRODUCT      PIC X(18).
              05 FILLER          PIC X(40).
      *    ------------------- RECOVERY TOTALS -----------------
           01 WS-CTL-LOADED    PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-APPLIED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-ADDED     PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-CHANGED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-DELETED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-CLEARED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-MARKS     PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-UNDONE    PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-EXCEPT    PIC 9(7) COMP VALUE ZERO.
           01 WS-CTL-FINAL     PIC 9(7) COMP VALUE ZERO.
           01 WS-COUNT-EDIT    PIC Z,ZZZ,ZZ9.
      *    ------------------- REPORT WORK AREAS -----------------
           01 WS-RECOV-HEADER-1.
              05 FILLER          PIC X(40) VALUE
                 'BLPRECOV  -  PRICE  MASTER  RECOVERY'.
           01 WS-RECOV-DATE-LINE.
              05 FILLER          PIC X(10) VALUE 'RUN DATE :'.
              05 RH-YEAR         PIC 9(04).
              05 FILLER          PIC X(01) VALUE '-'.
              05 RH-MONTH        PIC 9(02).
              05 FILLER          PIC X(01) VALUE '-'.
              05 RH-DAY          PIC 9(02).
           01 WS-RECOV-POINT-LINE.
              05 FILLER          PIC X(20) VALUE 'BACKUP GENERATION : '.
              05 RH-BACKUP       PIC X(17).
              05 FILLER          PIC X(14) VALUE '  ROLLED TO : '.
              05 RH-TO-DATE      PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 RH-TO-TIME      PIC 9(6).
           01 WS-RECOV-MARK-LINE.
              05 FILLER          PIC X(20) VALUE 'GENERATION TAKEN  : '.
              05 RH-MARK-DATE    PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 RH-MARK-TIME    PIC 9(6).
           01 WS-RECOV-COL-HEADER.
              05 FILLER          PIC X(09) VALUE 'DATE'.
              05 FILLER          PIC X(07) VALUE 'TIME'.
              05 FILLER          PIC X(04) VALUE 'ACT'.
              05 FILLER          PIC X(15) VALUE 'CITY'.
              05 FILLER          PIC X(15) VALUE 'PRODUCT'.
              05 FILLER          PIC X(09) VALUE 'EXCEPTION'.
           01 WS-RECOV-DETAIL-LINE.
              05 RD-DATE         PIC 9(8).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 RD-TIME         PIC 9(6).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 RD-ACTION       PIC X(3).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 RD-CITY         PIC X(14).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 RD-PRODUCT      PIC X(14).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 RD-REASON       PIC X(28).
           01 WS-RECOV-TOTAL-LINE.
              05 MT-LABEL        PIC X(20).
              05 MT-COUNT        PIC Z,ZZZ,ZZ9.

           PROCEDURE DIVISION.
           MAIN.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             PERFORM GET-RECOVERY-POINT
             STRING 'PMBACKUP.' WS-RECOV-GEN DELIMITED BY SIZE
                 INTO WS-BACKUP-NAME

      *    ------------- NO MARK, NO RECOVERY - WITHOUT IT THERE IS NO
      *    ------------- TELLING WHICH JOURNAL ENTRIES THE GENERATION
      *    ------------- ALREADY HOLDS ----------------------------------
             PERFORM FIND-BACKUP-MARK

             PERFORM OPEN-RECOV-REPORT
             PERFORM RELOAD-BACKUP
             PERFORM ROLL-FORWARD
             PERFORM COUNT-FINAL-MASTER
             PERFORM MARK-RECOVERY
             PERFORM WRITE-RECOV-TOTALS
             CLOSE RECOVFILE

             MOVE WS-CTL-LOADED TO WS-COUNT-EDIT
             DISPLAY "BLPRECOV - RECORDS FROM BACKUP : " WS-COUNT-EDIT
             COMPUTE WS-CTL-APPLIED = WS-CTL-ADDED + WS-CTL-CHANGED
                 + WS-CTL-DELETED + WS-CTL-CLEARED
             MOVE WS-CTL-APPLIED TO WS-COUNT-EDIT
             DISPLAY "BLPRECOV - JOURNAL ENTRIES APPLIED : "
                 WS-COUNT-EDIT
             MOVE WS-CTL-FINAL TO WS-COUNT-EDIT
             DISPLAY "BLPRECOV - RECORDS ON REBUILT MASTER : "
                 WS-COUNT-EDIT
             DISPLAY "BLPRECOV - TAKE A NEW BACKUP GENERATION BEFORE "
                 "THE NEXT RUN"
             IF WS-CTL-EXCEPT > 0
                 DISPLAY "BLPRECOV - JOURNAL EXCEPTIONS - SEE RECOVOUT"
                 MOVE 4 TO RETURN-CODE
             ELSE
                 MOVE ZERO TO RETURN-CODE
             END-IF
             STOP RUN.

           GET-RECOVERY-POINT.
      *    ------------------- OPERATOR GENERATION AND TARGET POINT -----------------
                ACCEPT WS-RECOVGEN-X FROM ENVIRONMENT "RECOVGEN"
                ACCEPT WS-RECOVTO-X FROM ENVIRONMENT "RECOVTO"
                IF WS-RECOVGEN-X IS NOT NUMERIC
                    DISPLAY "BLPRECOV - RUN ABORTED"
                    DISPLAY "RECOVGEN MUST BE THE BACKUP DATE YYYYMMDD"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-RECOVGEN-X TO WS-RECOV-GEN
      *    ------------- A BARE DATE MEANS THE END OF THAT DAY ----------
                IF WS-RECOVTO-X(1:8) IS NUMERIC
                    AND WS-RECOVTO-X(9:6) = SPACES
                    MOVE WS-RECOVTO-X(1:8) TO WS-RECOV-TO-DATE
                    MOVE 235959 TO WS-RECOV-TO-TIME
                ELSE
                    IF WS-RECOVTO-X IS NUMERIC
                        MOVE WS-RECOVTO-X TO WS-RECOV-TO
                    ELSE
                        DISPLAY "BLPRECOV - RUN ABORTED"
                        DISPLAY "RECOVTO MUST BE YYYYMMDD OR "
                            "YYYYMMDDHHMMSS"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
                IF WS-RECOV-TO-DATE < WS-RECOV-GEN
                    DISPLAY "BLPRECOV - RUN ABORTED"
                    DISPLAY "RECOVTO LIES BEFORE THE BACKUP GENERATION"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
           .

           FIND-BACKUP-MARK.
      *    ------------------- LOCATE THE GENERATION'S BKP MARK -----------------
                MOVE ZERO TO WS-MARK-LINE
                MOVE ZERO TO WS-JRN-LINE-NO
                OPEN INPUT JOURNALFILE
                IF WS-PMJRNL-FS NOT = "00"
                    DISPLAY "BLPRECOV - RUN ABORTED"
                    DISPLAY "PMJRNL UNAVAILABLE - STATUS " WS-PMJRNL-FS
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE "N" TO WS-EOF
                READ JOURNALFILE
                    AT END MOVE "Y" TO WS-EOF
                END-READ
                PERFORM UNTIL WS-EOF = "Y"
                    ADD 1 TO WS-JRN-LINE-NO
                    MOVE JOURNAL-LINE TO WS-JOURNAL-DETAIL
                    IF JR-ACTION = 'BKP'
                        AND JR-AFTER(1:17) = WS-BACKUP-NAME
                        MOVE WS-JRN-LINE-NO TO WS-MARK-LINE
                        MOVE JR-DATE TO WS-ENTRY-DATE
                        MOVE JR-TIME TO WS-ENTRY-TIME
                        MOVE WS-ENTRY-STAMP TO WS-MARK-STAMP
                    END-IF
                    IF JR-ACTION = 'RCV'
                        AND JR-DATE IS NUMERIC AND JR-TIME IS NUMERIC
                        AND JR-AFTER(1:14) IS NUMERIC
                        IF WS-RCV-COUNT >= 100
                            DISPLAY "BLPRECOV - RUN ABORTED"
                            DISPLAY "MORE THAN 100 RCV MARKS ON PMJRNL"
                            CLOSE JOURNALFILE
                            MOVE 12 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-RCV-COUNT
                        MOVE WS-JRN-LINE-NO TO RV-LINE(WS-RCV-COUNT)
                        MOVE JR-DATE TO WS-ENTRY-DATE
                        MOVE JR-TIME TO WS-ENTRY-TIME
                        MOVE WS-ENTRY-STAMP TO RV-STAMP(WS-RCV-COUNT)
                        MOVE JR-AFTER(1:14) TO RV-TARGET(WS-RCV-COUNT)
                    END-IF
                    READ JOURNALFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
                CLOSE JOURNALFILE
                IF WS-MARK-LINE = 0
                    DISPLAY "BLPRECOV - RUN ABORTED"
                    DISPLAY WS-BACKUP-NAME " HAS NO BKP MARK ON PMJRNL"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF WS-MARK-STAMP > WS-RECOV-TO
                    DISPLAY "BLPRECOV - RUN ABORTED"
                    DISPLAY "RECOVTO LIES BEFORE " WS-BACKUP-NAME
                        " WAS TAKEN"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
           .

           RELOAD-BACKUP.
      *    ------------------- REBUILD THE MASTER FROM THE GENERATION -----------------
      *    THE BACKUP IS READ BEFORE THE MASTER IS TRUNCATED, SO A
      *    MISSING GENERATION NEVER COSTS THE MASTER THAT IS THERE.
                OPEN INPUT BACKUPFILE
                IF WS-BACKUP-FS NOT = "00"
                    DISPLAY "BLPRECOV - RUN ABORTED"
                    DISPLAY WS-BACKUP-NAME " UNAVAILABLE - STATUS "
                        WS-BACKUP-FS
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN OUTPUT PRICEMASTER
                IF WS-PRICEMAST-FS NOT = "00"
                    DISPLAY "BLPRECOV - RUN ABORTED"
                    DISPLAY "PRICEMAST NOT WRITABLE - STATUS "
                        WS-PRICEMAST-FS
                    CLOSE BACKUPFILE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE "N" TO WS-EOF
                READ BACKUPFILE
                    AT END MOVE "Y" TO WS-EOF
                END-READ
                PERFORM UNTIL WS-EOF = "Y"
                    MOVE BACKUP-LINE TO PRICE-MASTER-RECORD
                    WRITE PRICE-MASTER-RECORD
                        INVALID KEY
                            MOVE 'BKP' TO RD-ACTION
                            MOVE WS-RECOV-GEN TO RD-DATE
                            MOVE ZERO TO RD-TIME
                            MOVE PM-CITY TO RD-CITY
                            MOVE PM-PRODUCT TO RD-PRODUCT
                            MOVE 'DUPLICATE KEY ON BACKUP'
                                TO WS-EXC-REASON
                            PERFORM WRITE-RECOV-EXCEPTION
                        NOT INVALID KEY
                            ADD 1 TO WS-CTL-LOADED
                    END-WRITE
                    READ BACKUPFILE
                        AT END MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
                CLOSE BACKUPFILE
                CLOSE PRICEMASTER
                OPEN I-O PRICEMASTER
                IF WS-PRICEMAST-FS NOT = "00"
                    PERFORM PRICEMAST-REOPEN-FAILED
                END-IF
           .

           ROLL-FORWARD.
      *    ------------------- REPLAY THE JOURNAL FROM THE MARK -----------------
      *    ENTRIES ARE APPLIED IN JOURNAL ORDER UP TO THE FIRST ONE
      *    STAMPED AFTER THE TARGET POINT; NOTHING PAST IT IS TOUCHED.
      *    AN ENTRY AN EARLIER RECOVERY UNDID STAYS UNDONE.
                MOVE ZERO TO WS-JRN-LINE-NO
                OPEN INPUT JOURNALFILE
                MOVE "N" TO WS-EOF
                READ JOURNALFILE
                    AT END MOVE "Y" TO WS-EOF
                END-READ
                PERFORM UNTIL WS-EOF = "Y"
                    ADD 1 TO WS-JRN-LINE-NO
                    IF WS-JRN-LINE-NO > WS-MARK-LINE
                        MOVE JOURNAL-LINE TO WS-JOURNAL-DETAIL
                        IF JR-DATE IS NUMERIC AND JR-TIME IS NUMERIC
                            MOVE JR-DATE TO WS-ENTRY-DATE
                            MOVE JR-TIME TO WS-ENTRY-TIME
                            IF WS-ENTRY-STAMP > WS-RECOV-TO
                                MOVE "Y" TO WS-EOF
                            ELSE
                                PERFORM CHECK-UNDONE-ENTRY
                                IF WS-RCV-UNDONE = 'Y'
                                    ADD 1 TO WS-CTL-UNDONE
                                ELSE
                                    PERFORM APPLY-JOURNAL-ENTRY
                                END-IF
                            END-IF
                        ELSE
                            MOVE SPACES TO WS-JRN-IMAGE
                            MOVE 'UNREADABLE JOURNAL LINE'
                                TO WS-EXC-REASON
                            PERFORM WRITE-JOURNAL-EXCEPTION
                        END-IF
                    END-IF
                    IF WS-EOF NOT = "Y"
                        READ JOURNALFILE
                            AT END MOVE "Y" TO WS-EOF
                        END-READ
                    END-IF
                END-PERFORM
                CLOSE JOURNALFILE
                CLOSE PRICEMASTER
           .

           CHECK-UNDONE-ENTRY.
      *    ------------------- WAS THIS ENTRY ROLLED BACK ALREADY -----------------
      *    IT WAS WHEN A LATER RCV MARK, ITSELF INSIDE THIS RECOVERY'S
      *    TARGET POINT, ROLLED THE MASTER BACK TO BEFORE THE ENTRY.
                MOVE 'N' TO WS-RCV-UNDONE
                PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                UNTIL WS-RCV-SUB > WS-RCV-COUNT OR WS-RCV-UNDONE = 'Y'
                    IF RV-LINE(WS-RCV-SUB) > WS-JRN-LINE-NO
                        AND RV-STAMP(WS-RCV-SUB) NOT > WS-RECOV-TO
                        AND RV-TARGET(WS-RCV-SUB) < WS-ENTRY-STAMP
                        MOVE 'Y' TO WS-RCV-UNDONE
                    END-IF
                END-PERFORM
           .

           APPLY-JOURNAL-ENTRY.
      *    ------------------- APPLY ONE JOURNAL ENTRY TO THE MASTER -----------------
      *    THE AFTER IMAGE IS WHOLE, SO AN ADD OR CHG IS APPLIED BY
      *    PLACING IT; A KEY IN THE WRONG STATE IS PLACED ANYWAY AND
      *    REPORTED, SINCE THE JOURNAL IS THE LATER AUTHORITY.
                EVALUATE JR-ACTION
                    WHEN 'ADD'
                        MOVE JR-AFTER TO WS-JRN-IMAGE
                        MOVE JR-AFTER TO PRICE-MASTER-RECORD
                        WRITE PRICE-MASTER-RECORD
                            INVALID KEY
                                REWRITE PRICE-MASTER-RECORD
                                MOVE 'ADD OF KEY ALREADY ON MASTER'
                                    TO WS-EXC-REASON
                                PERFORM WRITE-JOURNAL-EXCEPTION
                        END-WRITE
                        ADD 1 TO WS-CTL-ADDED
                    WHEN 'CHG'
                        MOVE JR-AFTER TO WS-JRN-IMAGE
                        MOVE JR-AFTER TO PRICE-MASTER-RECORD
                        REWRITE PRICE-MASTER-RECORD
                            INVALID KEY
                                WRITE PRICE-MASTER-RECORD
                                MOVE 'CHG OF KEY NOT ON MASTER'
                                    TO WS-EXC-REASON
                                PERFORM WRITE-JOURNAL-EXCEPTION
                        END-REWRITE
                        ADD 1 TO WS-CTL-CHANGED
                    WHEN 'DEL'
                        MOVE JR-BEFORE TO WS-JRN-IMAGE
                        MOVE JR-BEFORE TO PRICE-MASTER-RECORD
                        DELETE PRICEMASTER RECORD
                            INVALID KEY
                                MOVE 'DEL OF KEY NOT ON MASTER'
                                    TO WS-EXC-REASON
                                PERFORM WRITE-JOURNAL-EXCEPTION
                        END-DELETE
                        ADD 1 TO WS-CTL-DELETED
      *    ------------- A FRESH MAIN RUN EMPTIED THE MASTER HERE ---------
                    WHEN 'CLR'
                        CLOSE PRICEMASTER
                        OPEN OUTPUT PRICEMASTER
                        IF WS-PRICEMAST-FS NOT = "00"
                            PERFORM PRICEMAST-REOPEN-FAILED
                        END-IF
                        CLOSE PRICEMASTER
                        OPEN I-O PRICEMASTER
                        IF WS-PRICEMAST-FS NOT = "00"
                            PERFORM PRICEMAST-REOPEN-FAILED
                        END-IF
                        ADD 1 TO WS-CTL-CLEARED
                    WHEN 'BKP'
                        ADD 1 TO WS-CTL-MARKS
                    WHEN 'RCV'
                        ADD 1 TO WS-CTL-MARKS
                    WHEN OTHER
                        MOVE SPACES TO WS-JRN-IMAGE
                        MOVE 'UNKNOWN JOURNAL ACTION' TO WS-EXC-REASON
                        PERFORM WRITE-JOURNAL-EXCEPTION
                END-EVALUATE
           .

           PRICEMAST-REOPEN-FAILED.
      *    ------------------- THE MASTER CANNOT BE REOPENED -----------------
      *    NOTHING MORE CAN BE APPLIED, AND A PART-REBUILT MASTER MUST
      *    NOT BE LEFT LOOKING LIKE A FINISHED RECOVERY.
                DISPLAY "BLPRECOV - RUN ABORTED"
                DISPLAY "PRICEMAST NOT REOPENED - STATUS "
                    WS-PRICEMAST-FS
                DISPLAY "RECOVERY INCOMPLETE - RERUN IT FROM THE BACKUP"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           .

           COUNT-FINAL-MASTER.
      *    ------------------- COUNT THE REBUILT MASTER -----------------
                MOVE ZERO TO WS-CTL-FINAL
                OPEN INPUT PRICEMASTER
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
                            ADD 1 TO WS-CTL-FINAL
                    END-READ
                END-PERFORM
                CLOSE PRICEMASTER
           .

           MARK-RECOVERY.
      *    ------------------- RECORD THE RECOVERY ON THE JOURNAL -----------------
      *    ENTRIES PAST THE TARGET POINT STAY ON THE JOURNAL BUT ARE NOT
      *    IN THE REBUILT MASTER - THE RCV MARK SHOWS WHERE AND WHY, AND
      *    KEEPS ANY LATER RECOVERY FROM REPLAYING THEM.
                OPEN EXTEND JOURNALFILE
                IF WS-PMJRNL-FS = "00"
                    ADD 1 TO WS-JRN-SEQ
                    MOVE WS-CURRENT-DATE      TO JR-DATE
                    MOVE WS-CURRENT-TIME(1:6) TO JR-TIME
                    MOVE WS-JRN-SEQ           TO JR-SEQ
                    MOVE 'BLPRECOV'           TO JR-PROGRAM
                    MOVE 'RECOVERY'           TO JR-SOURCE
                    MOVE 'RCV'                TO JR-ACTION
                    MOVE SPACES               TO JR-BEFORE
                    MOVE WS-BACKUP-NAME       TO JR-BEFORE
                    MOVE SPACES               TO JR-AFTER
                    MOVE WS-RECOV-TO          TO JR-AFTER(1:14)
                    MOVE SPACES TO JOURNAL-LINE
                    MOVE WS-JOURNAL-DETAIL TO JOURNAL-LINE
                    WRITE JOURNAL-LINE
                END-IF
      *    ------------- AN UNMARKED RECOVERY WOULD BE REPLAYED OVER BY
      *    ------------- THE NEXT ONE - THE OPERATOR MUST KNOW NOW -------
                IF WS-PMJRNL-FS NOT = "00"
                    CLOSE RECOVFILE
                    DISPLAY "BLPRECOV - RUN ABORTED"
                    DISPLAY "PMJRNL NOT WRITABLE - STATUS " WS-PMJRNL-FS
                    DISPLAY "PRICEMAST IS REBUILT BUT THE RECOVERY IS "
                        "NOT MARKED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                CLOSE JOURNALFILE
           .

           OPEN-RECOV-REPORT.
      *    ------------------- RECOVERY REPORT HEADER -----------------
                OPEN OUTPUT RECOVFILE

                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-HEADER-1 TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE WS-CURRENT-YEAR  TO RH-YEAR
                MOVE WS-CURRENT-MONTH TO RH-MONTH
                MOVE WS-CURRENT-DAY   TO RH-DAY
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-DATE-LINE TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE WS-BACKUP-NAME   TO RH-BACKUP
                MOVE WS-RECOV-TO-DATE TO RH-TO-DATE
                MOVE WS-RECOV-TO-TIME TO RH-TO-TIME
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-POINT-LINE TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE WS-MARK-STAMP TO WS-ENTRY-STAMP
                MOVE WS-ENTRY-DATE TO RH-MARK-DATE
                MOVE WS-ENTRY-TIME TO RH-MARK-TIME
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-MARK-LINE TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE SPACES TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-COL-HEADER TO RECOV-LINE
                WRITE RECOV-LINE
           .

           WRITE-JOURNAL-EXCEPTION.
      *    ------------------- ONE JOURNAL ENTRY THAT DID NOT FIT -----------------
                MOVE JR-DATE    TO RD-DATE
                MOVE JR-TIME    TO RD-TIME
                MOVE JR-ACTION  TO RD-ACTION
                MOVE JI-CITY    TO RD-CITY
                MOVE JI-PRODUCT TO RD-PRODUCT
                PERFORM WRITE-RECOV-EXCEPTION
           .

           WRITE-RECOV-EXCEPTION.
      *    ------------------- EXCEPTION LINE - RD- FIELDS SET BY CALLER -----------------
                ADD 1 TO WS-CTL-EXCEPT
                MOVE WS-EXC-REASON TO RD-REASON
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-DETAIL-LINE TO RECOV-LINE
                WRITE RECOV-LINE
           .

           WRITE-RECOV-TOTALS.
      *    ------------------- RECOVERY TOTALS -----------------
                MOVE SPACES TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE 'LOADED FROM BACKUP: ' TO MT-LABEL
                MOVE WS-CTL-LOADED TO MT-COUNT
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-TOTAL-LINE TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE 'JOURNAL ADDS      : ' TO MT-LABEL
                MOVE WS-CTL-ADDED TO MT-COUNT
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-TOTAL-LINE TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE 'JOURNAL CHANGES   : ' TO MT-LABEL
                MOVE WS-CTL-CHANGED TO MT-COUNT
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-TOTAL-LINE TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE 'JOURNAL DELETES   : ' TO MT-LABEL
                MOVE WS-CTL-DELETED TO MT-COUNT
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-TOTAL-LINE TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE 'MASTER CLEARS     : ' TO MT-LABEL
                MOVE WS-CTL-CLEARED TO MT-COUNT
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-TOTAL-LINE TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE 'MARKS PASSED      : ' TO MT-LABEL
                MOVE WS-CTL-MARKS TO MT-COUNT
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-TOTAL-LINE TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE 'UNDONE EARLIER    : ' TO MT-LABEL
                MOVE WS-CTL-UNDONE TO MT-COUNT
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-TOTAL-LINE TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE 'EXCEPTIONS        : ' TO MT-LABEL
                MOVE WS-CTL-EXCEPT TO MT-COUNT
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-TOTAL-LINE TO RECOV-LINE
                WRITE RECOV-LINE

                MOVE 'RECORDS ON MASTER : ' TO MT-LABEL
                MOVE WS-CTL-FINAL TO MT-COUNT
                MOVE SPACES TO RECOV-LINE
                MOVE WS-RECOV-TOTAL-LINE TO RECOV-LINE
                WRITE RECOV-LINE
           .
