               SELECT BACKUPFILE ASSIGN TO WS-BACKUP-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BACKUP-FS.
      *    ------------------- PRICE MASTER BEFORE/AFTER JOURNAL -----------------
               SELECT JOURNALFILE ASSIGN TO "PMJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PMJRNL-FS.
      *    ------------------- MAINTENANCE REPORT FILE -----------------
               SELECT MAINTFILE ASSIGN TO "PMAINTOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    ------------------- BACKUP FILE DESCRIPTION -----------------
           FD BACKUPFILE.
           01 BACKUP-LINE PIC X(76).
      *    ------------------- JOURNAL FILE DESCRIPTION -----------------
           FD JOURNALFILE.
           01 JOURNAL-LINE PIC X(200).
      *    ------------------- MAINTENANCE REPORT DESCRIPTION -----------------
           FD MAINTFILE.
           01 MAINT-LINE PIC X(80).
                     10  WS-CURRENT-MONTH          PIC 9(02).
                     10  WS-CURRENT-DAY            PIC 9(02).
                 05  WS-CURRENT-TIME               PIC X(08).
      *    ------------------- PRICE MASTER JOURNAL WORK AREAS -----------------
      *    THE BACKUP GENERATION IS MARKED ON THE JOURNAL (BKP) AS SOON
      *    AS IT IS COMPLETE, AND EVERY DELETE AFTER IT IS JOURNALLED
      *    WITH ITS BEFORE IMAGE - RECOVERY ROLLS FORWARD FROM THE MARK.
           01 WS-PMJRNL-FS     PIC X(02).
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
      *    ------------------- OPERATOR STALENESS LIMIT -----------------
           01 WS-STALE-X       PIC X(4) VALUE SPACES.
           01 WS-STALE-DAYS    PIC 9(4) VALUE 365.
                END-PERFORM
                CLOSE BACKUPFILE
                CLOSE PRICEMASTER

      *    ------------- MARK THE GENERATION ON THE JOURNAL - NO DELETE
      *    ------------- IS MADE THAT RECOVERY COULD NOT REPLAY ----------
                OPEN EXTEND JOURNALFILE
                IF WS-PMJRNL-FS NOT = "00"
                    OPEN OUTPUT JOURNALFILE
                END-IF
                IF WS-PMJRNL-FS NOT = "00"
                    DISPLAY "BLPMAINT - RUN ABORTED"
                    DISPLAY "PMJRNL NOT WRITABLE - STATUS "
                        WS-PMJRNL-FS
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 'BACKUP'       TO JR-SOURCE
                MOVE 'BKP'          TO JR-ACTION
                MOVE SPACES         TO JR-BEFORE
                MOVE WS-BACKUP-NAME TO JR-AFTER
                PERFORM WRITE-PRICE-JOURNAL
           .

           PURGE-MASTER.
                    END-READ
                END-PERFORM
                CLOSE PRICEMASTER
                CLOSE JOURNALFILE
           .

           CHECK-ONE-RECORD.

                IF WS-CITY-FOUND = 'N'
                    MOVE 'CITY NOT ON MASTER' TO MD-REASON
                    MOVE 'NOCITY' TO JR-SOURCE
                    ADD 1 TO WS-CTL-DEL-CITY
                    PERFORM DELETE-RECORD
                ELSE
                 IF WS-PRODUCT-FOUND = 'N'
                    MOVE 'PRODUCT NOT ON MASTER' TO MD-REASON
                    MOVE 'NOPRDT' TO JR-SOURCE
                    ADD 1 TO WS-CTL-DEL-PRDT
                    PERFORM DELETE-RECORD
                 ELSE
                  IF PM-LAST-DATE < WS-CUTOFF-DATE
                     IF STALE-DELETE
                         MOVE 'STALE - DELETED' TO MD-REASON
                         MOVE 'STALE' TO JR-SOURCE
                         ADD 1 TO WS-CTL-DEL-STALE
                         PERFORM DELETE-RECORD
                     ELSE

           DELETE-RECORD.
      *    ------------------- DELETE THE CURRENT RECORD, REPORT IT -----------------
      *    JR-SOURCE CARRIES THE PURGE REASON, SET BY THE CALLER.
                PERFORM WRITE-MAINT-DETAIL
                MOVE 'DEL'               TO JR-ACTION
                MOVE PRICE-MASTER-RECORD TO JR-BEFORE
                MOVE SPACES              TO JR-AFTER
                DELETE PRICEMASTER RECORD
                    INVALID KEY
                        DISPLAY "BLPMAINT - DELETE FAILED FOR "
                            PM-CITY " / " PM-PRODUCT
                    NOT INVALID KEY
                        PERFORM WRITE-PRICE-JOURNAL
                END-DELETE
           .

           WRITE-PRICE-JOURNAL.
      *    ------------------- ONE BEFORE / AFTER ENTRY ON THE JOURNAL -----------------
      *    STAMPED WITH THIS RUN'S DATE AND TIME; ACTION, SOURCE AND
      *    IMAGES ARE SET BY THE CALLER.
                ADD 1 TO WS-JRN-SEQ
                MOVE WS-CURRENT-DATE      TO JR-DATE
                MOVE WS-CURRENT-TIME(1:6) TO JR-TIME
                MOVE WS-JRN-SEQ           TO JR-SEQ
                MOVE 'BLPMAINT'           TO JR-PROGRAM
                MOVE SPACES TO JOURNAL-LINE
                MOVE WS-JOURNAL-DETAIL TO JOURNAL-LINE
                WRITE JOURNAL-LINE
                IF WS-PMJRNL-FS NOT = "00"
                    DISPLAY "BLPMAINT - RUN ABORTED"
                    DISPLAY "PMJRNL WRITE FAILED - STATUS "
                        WS-PMJRNL-FS
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
           .

           OPEN-MAINT-REPORT.
      *    ------------------- MAINTENANCE REPORT HEADER -----------------
                OPEN OUTPUT MAINTFILE
