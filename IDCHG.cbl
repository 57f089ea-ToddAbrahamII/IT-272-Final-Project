      * the fix for an id keyed wrong at admission, which STUMAINT
      * cannot touch because SM-STUDENT-ID is the record key. Each
      * change re-keys the stumast.dat record and rewrites every
      * GH-STUDENT-ID, PH-STUDENT-ID, WL-STUDENT-ID and LG-STUDENT-ID
      * occurrence to match, so the student's history, probation
      * count, waitlist entries and accounts ledger (ledger.dat)
      * stop living under the bad key, TRANSCRIPT stops printing two
      * half-transcripts for one student and BILLING does not charge
      * the term a second time under the new id. The detail rows of
      * the enrollment extract last sent (enrlext.dat) are re-keyed
      * too, so the next ENRLVER run does not report the old id to
      * the agencies as withdrawn and the new one as new. A change
      * is refused if the old id is not on the master or the new id
      * already is. The audit report (IDCHGRPT) prints one line per
      * file touched with the row counts under the old id before and
      * under the new id after, so the registrar can verify the
      * cascade was complete. Every applied change is also written
      * to the permanent audit journal (audjrnl.dat), under both
      * ids, with the operator id entered at startup.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   SELECT WAITLIST-NEW ASSIGN TO "WAITLIST"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT LEDGER-OLD ASSIGN TO "ledger.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-LG-STATUS.

                   SELECT LEDGER-NEW ASSIGN TO "ledger.dat"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT ENRLEXT-OLD ASSIGN TO "enrlext.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-EX-STATUS.

                   SELECT ENRLEXT-NEW ASSIGN TO "enrlext.dat"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT IDCHGRPT ASSIGN TO "IDCHGRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL AUDJRNL ASSIGN TO "audjrnl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-AJ-STATUS.

      ******************************************************************
       DATA DIVISION.
      *--------------*
               COPY "waitlist.cpy" REPLACING WAITLIST-RECORD
                   BY WAITLIST-NEW-REC.

      **Copies Code from LEDGER - same treatment as PROBHIST
           FD LEDGER-OLD.
               COPY "ledger.cpy" REPLACING LEDGER-RECORD
                   BY LEDGER-OLD-REC.

           FD LEDGER-NEW.
               COPY "ledger.cpy" REPLACING LEDGER-RECORD
                   BY LEDGER-NEW-REC.

      **Copies Code from ENRLEXT - the extract last sent, same
      **treatment as PROBHIST
           FD ENRLEXT-OLD.
               COPY "enrlext.cpy" REPLACING ENRLEXT-RECORD
                   BY ENRLEXT-OLD-REC.

           FD ENRLEXT-NEW.
               COPY "enrlext.cpy" REPLACING ENRLEXT-RECORD
                   BY ENRLEXT-NEW-REC.

           FD IDCHGRPT.
           01 IDC-AREA                     PIC X(100).

      **Copies Code from AUDJRNL - appended to, two rows per change
           FD AUDJRNL.
               COPY "audjrnl.cpy".
      *--------------------------*
       WORKING-STORAGE SECTION.

           01 END-OF-FILE-IC               PIC XXX VALUE "NO".
           01 END-OF-FILE-PH               PIC XXX VALUE "NO".
           01 END-OF-FILE-WL               PIC XXX VALUE "NO".
           01 END-OF-FILE-LG               PIC XXX VALUE "NO".
           01 END-OF-FILE-EX               PIC XXX VALUE "NO".
           01 WS-IC-STATUS                 PIC XX.
           01 WS-SM-STATUS                 PIC XX.
           01 WS-GH-STATUS                 PIC XX.
           01 WS-PH-STATUS                 PIC XX.
           01 WS-WL-STATUS                 PIC XX.
           01 WS-LG-STATUS                 PIC XX.
           01 WS-EX-STATUS                 PIC XX.
           01 IC-OPEN-SW                   PIC X VALUE "N".
           01 SM-OPEN-SW                   PIC X VALUE "N".
           01 GH-OPEN-SW                   PIC X VALUE "N".
           01 PH-OPEN-SW                   PIC X VALUE "N".
           01 WL-OPEN-SW                   PIC X VALUE "N".
           01 LG-OPEN-SW                   PIC X VALUE "N".
           01 EX-OPEN-SW                   PIC X VALUE "N".

           01 WS-CHGS-READ                 PIC 9(5) VALUE 0.
           01 WS-CHGS-APPLIED              PIC 9(5) VALUE 0.
           01 WS-CHGS-REJECTED             PIC 9(5) VALUE 0.
           01 WS-REJ-REASON                PIC X(26) VALUE SPACES.

      *--------*
      *the audit journal stamp - the run's date and time and the
      *operator id keyed at startup go on every journal row
           01 WS-AJ-STATUS                 PIC XX.
           01 AJ-OPEN-SW                   PIC X VALUE "N".
           01 WS-RUN-DATE-NUM              PIC 9(08).
           01 WS-RUN-TIME-NUM              PIC 9(08).
           01 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

      *--------*
      *one student's history rows, pulled by key before the re-key -
      *the rows are deleted and rewritten from this table, never
               10 WT-STU-NAME              PIC X(25).
           05 WAIT-SUB                     PIC 999 VALUE 1.

      *the ledger and the last extract are carried whole - only the
      *student id moves, so each row is kept as it was read and the
      *id is re-keyed through the redefinition. the extract id is
      *only an id on a "D" row
           01 LEDGER-TABLE-MAX             PIC 9(4) VALUE 2000.

           01 LEDGER-TABLE.
            05 LEDGER-ENTRY OCCURS 2000 TIMES.
               10 LT-LEDGER-ROW            PIC X(69).
               10 LT-ROW-FIELDS REDEFINES LT-LEDGER-ROW.
                  15 LT-STU-ID             PIC 9(09).
                  15 FILLER                PIC X(60).
           05 LEDGER-SUB                   PIC 9(4) VALUE 1.

           01 EXTRACT-TABLE-MAX            PIC 999 VALUE 502.

           01 EXTRACT-TABLE.
            05 EXTRACT-ENTRY OCCURS 502 TIMES.
               10 XT-EXTRACT-ROW           PIC X(80).
               10 XT-ROW-FIELDS REDEFINES XT-EXTRACT-ROW.
                  15 XT-REC-TYPE           PIC X(01).
                  15 XT-STU-ID             PIC 9(09).
                  15 FILLER                PIC X(70).
           05 EXTRACT-SUB                  PIC 999 VALUE 1.

           01 WS-SCAN-SUB                  PIC 999.
           01 WS-WRITE-SUB                 PIC 999.
           01 WS-LG-SCAN-SUB               PIC 9(4).
           01 WS-LG-WRITE-SUB              PIC 9(4).

      *--------*
      *per-file row counts for the audit lines - under the old id
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-NUM FROM TIME.
           PERFORM 050-ACCEPT-OPERATOR-ID.
           PERFORM OPEN-FILES.
           PERFORM 110-WRITE-IDCHGRPT-HDRS.

               CLOSE WAITLIST-OLD
           END-IF.

           PERFORM 270-READ-LEDGER
               UNTIL END-OF-FILE-LG = "YES".
           IF LG-OPEN-SW = "Y"
               CLOSE LEDGER-OLD
           END-IF.

           PERFORM 280-READ-ENRLEXT
               UNTIL END-OF-FILE-EX = "YES".
           IF EX-OPEN-SW = "Y"
               CLOSE ENRLEXT-OLD
           END-IF.

      *---Applies each id change in file order---*
           PERFORM 300-READ-IDCHG
               UNTIL END-OF-FILE-IC = "YES".
                   UNTIL WS-WRITE-SUB = WAIT-SUB
               CLOSE WAITLIST-NEW
           END-IF.
           IF LG-OPEN-SW = "Y"
               OPEN OUTPUT LEDGER-NEW
               MOVE 1 TO WS-LG-WRITE-SUB
               PERFORM 862-WRITE-LEDGER-NEW
                   UNTIL WS-LG-WRITE-SUB = LEDGER-SUB
               CLOSE LEDGER-NEW
           END-IF.
           IF EX-OPEN-SW = "Y"
               OPEN OUTPUT ENRLEXT-NEW
               MOVE 1 TO WS-WRITE-SUB
               PERFORM 864-WRITE-ENRLEXT-NEW
                   UNTIL WS-WRITE-SUB = EXTRACT-SUB
               CLOSE ENRLEXT-NEW
           END-IF.

           IF IC-OPEN-SW = "Y"
               CLOSE IDCHG
               CLOSE GRDHIST
           END-IF.
           CLOSE IDCHGRPT.
           IF AJ-OPEN-SW = "Y"
               CLOSE AUDJRNL
           END-IF.
           STOP RUN.
      *--------------------*

      *--------------------*
      *every change is journaled under the operator who ran it, so
      *a run with no operator id stops before anything is opened
       050-ACCEPT-OPERATOR-ID.
           DISPLAY "IDCHG: ENTER OPERATOR ID".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "IDCHG: NO OPERATOR ID ENTERED - NO "
                       "CHANGES APPLIED."
               STOP RUN
           END-IF.
      *--------------------*

      *--------------------*
      *a missing transaction file means nothing to do; a missing
      *master means nothing can verify - every change would only
      *reject. a missing probation history, waitlist, ledger or
      *last extract just means that file has no rows to re-key
       OPEN-FILES.
           OPEN INPUT  IDCHG.
           OPEN I-O    STUMAST.
           OPEN I-O    GRDHIST.
           OPEN INPUT  PROBHIST-OLD.
           OPEN INPUT  WAITLIST-OLD.
           OPEN INPUT  LEDGER-OLD.
           OPEN INPUT  ENRLEXT-OLD.
           OPEN OUTPUT IDCHGRPT.
           OPEN EXTEND AUDJRNL.
           IF WS-IC-STATUS = "00"
               MOVE "Y" TO IC-OPEN-SW
           ELSE
           ELSE
               MOVE "YES" TO END-OF-FILE-WL
           END-IF.
           IF WS-LG-STATUS = "00"
               MOVE "Y" TO LG-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-LG
           END-IF.
           IF WS-EX-STATUS = "00"
               MOVE "Y" TO EX-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-EX
           END-IF.
           IF WS-AJ-STATUS = "00" OR WS-AJ-STATUS = "05"
               MOVE "Y" TO AJ-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-IC
               DISPLAY "IDCHG: AUDIT JOURNAL audjrnl.dat COULD NOT "
                       "BE OPENED (STATUS " WS-AJ-STATUS ") - NO "
                       "CHANGES APPLIED."
           END-IF.
       OPEN-FILES-END.
      *--------------------*

           ADD 1 TO WAIT-SUB.
      *--------------------*

      *--------------------*
       270-READ-LEDGER.
      *Reads the ledger.dat file into the table
           READ LEDGER-OLD
           AT END MOVE "YES" TO END-OF-FILE-LG
           NOT AT END PERFORM 275-STORE-LEDGER-ROW.
      *--------------------*

      *--------------------*
       275-STORE-LEDGER-ROW.
      *stores one ledger row into the table
           IF LEDGER-SUB > LEDGER-TABLE-MAX
               DISPLAY "IDCHG: LEDGER-TABLE IS FULL AT "
                       LEDGER-TABLE-MAX " ROWS - RAISE THE OCCURS "
                       "2000 LIMIT ON LEDGER-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE LEDGER-OLD-REC TO LT-LEDGER-ROW(LEDGER-SUB).
           ADD 1 TO LEDGER-SUB.
      *--------------------*

      *--------------------*
       280-READ-ENRLEXT.
      *Reads the enrlext.dat file into the table
           READ ENRLEXT-OLD
           AT END MOVE "YES" TO END-OF-FILE-EX
           NOT AT END PERFORM 285-STORE-EXTRACT-ROW.
      *--------------------*

      *--------------------*
       285-STORE-EXTRACT-ROW.
      *stores one extract row - header, detail or trailer - into
      *the table
           IF EXTRACT-SUB > EXTRACT-TABLE-MAX
               DISPLAY "IDCHG: EXTRACT-TABLE IS FULL AT "
                       EXTRACT-TABLE-MAX " ROWS - RAISE THE OCCURS "
                       "502 LIMIT ON EXTRACT-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE ENRLEXT-OLD-REC TO XT-EXTRACT-ROW(EXTRACT-SUB).
           ADD 1 TO EXTRACT-SUB.
      *--------------------*

      *--------------------*
       300-READ-IDCHG.
      *Reads the idchg.dat file
           PERFORM 620-REKEY-GRDHIST.
           PERFORM 640-REKEY-PROBHIST.
           PERFORM 660-REKEY-WAITLIST.
           PERFORM 670-REKEY-LEDGER.
           PERFORM 680-REKEY-ENRLEXT.
           MOVE DASHED-LINE TO IDC-AREA.
           WRITE IDC-AREA AFTER ADVANCING 1 LINE.

      *---Journaled under both ids, so either one's history shows
      *---the change---*
           MOVE "ID CHANGE" TO AJ-TRAN-TYPE.
           MOVE "STUDENT ID" TO AJ-FIELD-NAME.
           MOVE IC-OLD-ID TO AJ-BEFORE-VALUE.
           MOVE IC-NEW-ID TO AJ-AFTER-VALUE.
           MOVE IC-OLD-ID TO AJ-STUDENT-ID.
           PERFORM 760-WRITE-JOURNAL.
           MOVE IC-NEW-ID TO AJ-STUDENT-ID.
           PERFORM 760-WRITE-JOURNAL.
      *--------------------*

      *--------------------*
           ADD 1 TO WS-SCAN-SUB.
      *--------------------*

      *--------------------*
      *re-keys the old id's ledger rows in the table - the charges
      *and refund credits follow the student, so BILLING and DROPREG
      *find them under the new id
       670-REKEY-LEDGER.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE 0 TO WS-AFTER-COUNT.
           MOVE 1 TO WS-LG-SCAN-SUB.
           PERFORM 675-REKEY-ONE-LEDGER
               UNTIL WS-LG-SCAN-SUB = LEDGER-SUB.
           MOVE "LEDGER" TO IFO-FILE.
           MOVE WS-BEFORE-COUNT TO IFO-BEFORE.
           MOVE WS-AFTER-COUNT TO IFO-AFTER.
           MOVE IDCHG-FILE-OUT TO IDC-AREA.
           WRITE IDC-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       675-REKEY-ONE-LEDGER.
           IF LT-STU-ID(WS-LG-SCAN-SUB) = IC-OLD-ID
               ADD 1 TO WS-BEFORE-COUNT
               MOVE IC-NEW-ID TO LT-STU-ID(WS-LG-SCAN-SUB)
           END-IF.
           IF LT-STU-ID(WS-LG-SCAN-SUB) = IC-NEW-ID
               ADD 1 TO WS-AFTER-COUNT
           END-IF.
           ADD 1 TO WS-LG-SCAN-SUB.
      *--------------------*

      *--------------------*
      *re-keys the old id's detail rows of the last extract in the
      *table - the header and trailer carry no id and are left as
      *they are. the student's status history follows the new id,
      *so ENRLVER does not send a withdrawal for the old one
       680-REKEY-ENRLEXT.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE 0 TO WS-AFTER-COUNT.
           MOVE 1 TO WS-SCAN-SUB.
           PERFORM 685-REKEY-ONE-EXTRACT
               UNTIL WS-SCAN-SUB = EXTRACT-SUB.
           MOVE "ENRLEXT" TO IFO-FILE.
           MOVE WS-BEFORE-COUNT TO IFO-BEFORE.
           MOVE WS-AFTER-COUNT TO IFO-AFTER.
           MOVE IDCHG-FILE-OUT TO IDC-AREA.
           WRITE IDC-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       685-REKEY-ONE-EXTRACT.
           IF XT-REC-TYPE(WS-SCAN-SUB) = "D"
               IF XT-STU-ID(WS-SCAN-SUB) = IC-OLD-ID
                   ADD 1 TO WS-BEFORE-COUNT
                   MOVE IC-NEW-ID TO XT-STU-ID(WS-SCAN-SUB)
               END-IF
               IF XT-STU-ID(WS-SCAN-SUB) = IC-NEW-ID
                   ADD 1 TO WS-AFTER-COUNT
               END-IF
           END-IF.
           ADD 1 TO WS-SCAN-SUB.
      *--------------------*

      *--------------------*
       560-WRITE-REJECTED.
      *writes the audit line for a rejected change
           ADD 1 TO WS-CHGS-REJECTED.
      *--------------------*

      *--------------------*
       760-WRITE-JOURNAL.
      *stamps and appends one audit journal row
           MOVE WS-RUN-DATE-NUM TO AJ-RUN-DATE.
           MOVE WS-RUN-TIME-NUM TO AJ-RUN-TIME.
           MOVE "IDCHG" TO AJ-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO AJ-OPERATOR-ID.
           WRITE AUDJRNL-RECORD.
      *--------------------*

      *--------------------*
       850-WRITE-PROBHIST-NEW.
      *writes one re-keyed probation-count row back
           ADD 1 TO WS-WRITE-SUB.
      *--------------------*

      *--------------------*
       862-WRITE-LEDGER-NEW.
      *writes one re-keyed ledger row back
           MOVE LT-LEDGER-ROW(WS-LG-WRITE-SUB) TO LEDGER-NEW-REC.
           WRITE LEDGER-NEW-REC.
           ADD 1 TO WS-LG-WRITE-SUB.
      *--------------------*

      *--------------------*
       864-WRITE-ENRLEXT-NEW.
      *writes one re-keyed extract row back
           MOVE XT-EXTRACT-ROW(WS-WRITE-SUB) TO ENRLEXT-NEW-REC.
           WRITE ENRLEXT-NEW-REC.
           ADD 1 TO WS-WRITE-SUB.
      *--------------------*

      *--------------------*
       870-WRITE-TOTALS.
      *writes the change control totals at the report foot
           IF WL-OPEN-SW = "Y"
               CLOSE WAITLIST-OLD
           END-IF.
           IF LG-OPEN-SW = "Y"
               CLOSE LEDGER-OLD
           END-IF.
           IF EX-OPEN-SW = "Y"
               CLOSE ENRLEXT-OLD
           END-IF.
           CLOSE IDCHGRPT.
           IF AJ-OPEN-SW = "Y"
               CLOSE AUDJRNL
           END-IF.
      *--------------------*

       END PROGRAM IDCHG.
