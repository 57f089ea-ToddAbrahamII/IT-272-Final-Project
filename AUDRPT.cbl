      ******************************************************************
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Reads the maintenance audit journal (audjrnl.dat)
      * that STUMAINT, GRDCHG, DROPREG and IDCHG append to, and prints
      * every journal row for one student id, for a range of run
      * dates, or for one student within a range - in date and time
      * order, so a disputed grade or a missing course can be traced
      * through every change made to it without pulling months of
      * MAINTRPT, GCHGRPT, DROPRPT and IDCHGRPT printouts. The
      * selection is keyed at the console when the run starts; a
      * blank thru date means through today and beyond. Rows with
      * the same run stamp keep the order they were journaled in.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT AUDJRNL ASSIGN TO "audjrnl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-AJ-STATUS.

                   SELECT AUDRPT ASSIGN TO "AUDRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *--------------*
       FILE SECTION.
      **Copies Code from AUDJRNL
           FD AUDJRNL.
               COPY "audjrnl.cpy".

           FD AUDRPT.
           01 AUD-AREA                     PIC X(132).
      *--------------------------*
       WORKING-STORAGE SECTION.

      *--------*
           01 END-OF-FILE-AJ               PIC XXX VALUE "NO".
           01 WS-AJ-STATUS                 PIC XX.
           01 AJ-OPEN-SW                   PIC X VALUE "N".

      *--------*
      *the selection keyed at startup - a student id, a from/thru
      *run-date range, or both
           01 WS-SEL-ID-IN                 PIC X(09) VALUE SPACES.
           01 WS-SEL-FROM-IN               PIC X(08) VALUE SPACES.
           01 WS-SEL-THRU-IN               PIC X(08) VALUE SPACES.
           01 ID-SELECT-SW                 PIC X VALUE "N".
           01 WS-SEL-ID                    PIC 9(09) VALUE 0.
           01 WS-SEL-FROM-DATE             PIC 9(08) VALUE 0.
           01 WS-SEL-THRU-DATE             PIC 9(08) VALUE 99999999.
           01 SELECTED-SW                  PIC X.

      *--------*
      *one journal row held for insertion - the run date and time
      *together are the sort stamp
           COPY "audjrnl.cpy" REPLACING ==AUDJRNL-RECORD==
               BY ==AUDJRNL-WORK-REC== LEADING ==AJ-== BY ==AW-==.
           01 AUDJRNL-WORK-STAMP REDEFINES AUDJRNL-WORK-REC.
               05 AWS-STAMP                PIC X(16).
               05 FILLER                   PIC X(97).

      *--------*
      *the selected rows, kept in stamp order as they are read - a
      *row is slid in after every row with the same or an earlier
      *stamp, so rows from one run stay in journal order
           01 AUD-TABLE-MAX                PIC 9999 VALUE 2000.
           01 AUD-TABLE.
            05 AUD-ENTRY OCCURS 2000 TIMES.
               10 AT-STAMP                 PIC X(16).
               10 AT-REST                  PIC X(97).
           05 AUD-SUB                      PIC 9999 VALUE 1.

           01 WS-INS-SUB                   PIC 9999.
           01 WS-PREV-SUB                  PIC 9999.
           01 WS-PRINT-SUB                 PIC 9999.
           01 SLOT-FOUND-SW                PIC X.

           01 WS-ROWS-READ                 PIC 9(7) VALUE 0.
           01 WS-ROWS-SELECTED             PIC 9(7) VALUE 0.

      *--------*
      *the run stamp broken out for printing
           01 WS-PRT-DATE.
               05 WS-PRT-YEAR              PIC 9(04).
               05 WS-PRT-MONTH             PIC 9(02).
               05 WS-PRT-DAY               PIC 9(02).
           01 WS-PRT-TIME.
               05 WS-PRT-HOUR              PIC 9(02).
               05 WS-PRT-MINUTE            PIC 9(02).
               05 WS-PRT-SECOND            PIC 9(02).
               05 WS-PRT-HUNDREDTH         PIC 9(02).

      *------*
           01 AUDRPT-TOPLINE.
               05 FILLER               PIC X(50) VALUE SPACES.
               05 HDRAUD               PIC X(30)
                   VALUE "MAINTENANCE AUDIT HISTORY".

           01 AUDRPT-CRITERIA.
               05 ACR-LIT1             PIC X(12) VALUE "STUDENT ID: ".
               05 ACR-ID               PIC X(09).
               05 FILLER               PIC X(5) VALUE SPACES.
               05 ACR-LIT2             PIC X(11) VALUE "RUN DATES: ".
               05 ACR-FROM             PIC 9(08).
               05 ACR-LIT3             PIC X(6) VALUE " THRU ".
               05 ACR-THRU             PIC 9(08).

           01 FILLER-LINE.
               05 PIC X(132) VALUES ALL "*".

           01 DASHED-LINE.
               05 PIC X(132) VALUES ALL "-".

           01 AUDRPT-HDRS.
               05 AUH-DATE             PIC X(11) VALUE "RUN DATE".
               05 AUH-TIME             PIC X(10) VALUE "TIME".
               05 AUH-PROG             PIC X(9) VALUE "PROGRAM".
               05 AUH-OPER             PIC X(9) VALUE "OPERATOR".
               05 AUH-TYPE             PIC X(11) VALUE "TYPE".
               05 AUH-STU              PIC X(10) VALUE "STUDENT".
               05 AUH-FIELD            PIC X(13) VALUE "FIELD/COURSE".
               05 AUH-BEFORE           PIC X(26) VALUE "BEFORE".
               05 AUH-AFTER            PIC X(5) VALUE "AFTER".

           01 AUDRPT-OUT.
               05 AUO-YEAR             PIC 9(04).
               05 FILLER               PIC X(1) VALUE "/".
               05 AUO-MONTH            PIC 9(02).
               05 FILLER               PIC X(1) VALUE "/".
               05 AUO-DAY              PIC 9(02).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 AUO-HOUR             PIC 9(02).
               05 FILLER               PIC X(1) VALUE ":".
               05 AUO-MINUTE           PIC 9(02).
               05 FILLER               PIC X(1) VALUE ":".
               05 AUO-SECOND           PIC 9(02).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 AUO-PROG             PIC X(08).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 AUO-OPER             PIC X(08).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 AUO-TYPE             PIC X(10).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 AUO-STU              PIC 9(09).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 AUO-FIELD            PIC X(12).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 AUO-BEFORE           PIC X(25).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 AUO-AFTER            PIC X(25).

           01 AUDRPT-NONE.
               05 FILLER               PIC X(40)
                   VALUE "NO JOURNAL ENTRIES MATCH THE SELECTION.".

           01 AUD-TOTALS-OUT.
               05 AUT-LIT1             PIC X(21)
                   VALUE "JOURNAL ROWS READ:   ".
               05 AUT-READ             PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(5) VALUE SPACES.
               05 AUT-LIT2             PIC X(15)
                   VALUE "ROWS SELECTED: ".
               05 AUT-SELECTED         PIC Z,ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           PERFORM 050-ACCEPT-SELECTION.
           PERFORM OPEN-FILES.
           PERFORM 110-WRITE-AUDRPT-HDRS.

           PERFORM 200-READ-AUDJRNL
               UNTIL END-OF-FILE-AJ = "YES".

           MOVE 1 TO WS-PRINT-SUB.
           PERFORM 800-WRITE-AUDRPT
               UNTIL WS-PRINT-SUB = AUD-SUB.

           PERFORM 870-WRITE-TOTALS.
           PERFORM 980-CLOSE-ALL-FILES.
           STOP RUN.
      *--------------------*

      *--------------------*
      *keys the selection - a student id, a from/thru run-date
      *range, or both. a run with neither would print the whole
      *journal, so it stops instead
       050-ACCEPT-SELECTION.
           DISPLAY "AUDRPT: ENTER STUDENT ID (BLANK FOR ALL)".
           ACCEPT WS-SEL-ID-IN.
           DISPLAY "AUDRPT: ENTER FROM RUN DATE YYYYMMDD (BLANK FOR "
                   "ALL)".
           ACCEPT WS-SEL-FROM-IN.
           DISPLAY "AUDRPT: ENTER THRU RUN DATE YYYYMMDD (BLANK FOR "
                   "NO END)".
           ACCEPT WS-SEL-THRU-IN.

           IF WS-SEL-ID-IN = SPACES AND WS-SEL-FROM-IN = SPACES
               AND WS-SEL-THRU-IN = SPACES
               DISPLAY "AUDRPT: NO STUDENT ID OR DATE RANGE ENTERED "
                       "- NOTHING TO REPORT."
               STOP RUN
           END-IF.

           IF WS-SEL-ID-IN NOT = SPACES
               IF WS-SEL-ID-IN IS NUMERIC
                   MOVE WS-SEL-ID-IN TO WS-SEL-ID
                   MOVE "Y" TO ID-SELECT-SW
               ELSE
                   DISPLAY "AUDRPT: STUDENT ID " WS-SEL-ID-IN
                           " IS NOT A 9-DIGIT NUMBER."
                   STOP RUN
               END-IF
           END-IF.

           IF WS-SEL-FROM-IN NOT = SPACES
               IF WS-SEL-FROM-IN IS NUMERIC
                   MOVE WS-SEL-FROM-IN TO WS-SEL-FROM-DATE
               ELSE
                   DISPLAY "AUDRPT: FROM DATE " WS-SEL-FROM-IN
                           " IS NOT A YYYYMMDD DATE."
                   STOP RUN
               END-IF
           END-IF.

           IF WS-SEL-THRU-IN NOT = SPACES
               IF WS-SEL-THRU-IN IS NUMERIC
                   MOVE WS-SEL-THRU-IN TO WS-SEL-THRU-DATE
               ELSE
                   DISPLAY "AUDRPT: THRU DATE " WS-SEL-THRU-IN
                           " IS NOT A YYYYMMDD DATE."
                   STOP RUN
               END-IF
           END-IF.

           IF WS-SEL-FROM-DATE > WS-SEL-THRU-DATE
               DISPLAY "AUDRPT: FROM DATE " WS-SEL-FROM-DATE
                       " IS AFTER THRU DATE " WS-SEL-THRU-DATE "."
               STOP RUN
           END-IF.
      *--------------------*

      *--------------------*
      *a missing journal just means nothing has been journaled yet -
      *an empty report, not an error
       OPEN-FILES.
           OPEN INPUT  AUDJRNL.
           OPEN OUTPUT AUDRPT.
           IF WS-AJ-STATUS = "00"
               MOVE "Y" TO AJ-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-AJ
               DISPLAY "AUDRPT: AUDIT JOURNAL audjrnl.dat NOT FOUND "
                       "- NOTHING HAS BEEN JOURNALED."
           END-IF.
       OPEN-FILES-END.
      *--------------------*

      *--------------------*
       110-WRITE-AUDRPT-HDRS.
      *writes the headers for the AUDRPT report, with the selection
      *the clerk keyed
           MOVE AUDRPT-TOPLINE TO AUD-AREA.
           WRITE AUD-AREA AFTER ADVANCING 1 LINE.

           IF ID-SELECT-SW = "Y"
               MOVE WS-SEL-ID-IN TO ACR-ID
           ELSE
               MOVE "ALL" TO ACR-ID
           END-IF.
           MOVE WS-SEL-FROM-DATE TO ACR-FROM.
           MOVE WS-SEL-THRU-DATE TO ACR-THRU.
           MOVE AUDRPT-CRITERIA TO AUD-AREA.
           WRITE AUD-AREA AFTER ADVANCING 1 LINE.

           MOVE FILLER-LINE TO AUD-AREA.
           WRITE AUD-AREA AFTER ADVANCING 1 LINE.

           MOVE AUDRPT-HDRS TO AUD-AREA.
           WRITE AUD-AREA AFTER ADVANCING 1 LINE.

           MOVE DASHED-LINE TO AUD-AREA.
           WRITE AUD-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       200-READ-AUDJRNL.
      *reads the journal in the order it was appended
           READ AUDJRNL
           AT END MOVE "YES" TO END-OF-FILE-AJ
           NOT AT END PERFORM 300-CHECK-ONE-ROW.
      *--------------------*

      *--------------------*
       300-CHECK-ONE-ROW.
      *keeps a journal row that meets every part of the selection
           ADD 1 TO WS-ROWS-READ.
           MOVE "Y" TO SELECTED-SW.
           IF ID-SELECT-SW = "Y"
               AND AJ-STUDENT-ID NOT = WS-SEL-ID
               MOVE "N" TO SELECTED-SW
           END-IF.
           IF AJ-RUN-DATE < WS-SEL-FROM-DATE
               OR AJ-RUN-DATE > WS-SEL-THRU-DATE
               MOVE "N" TO SELECTED-SW
           END-IF.
           IF SELECTED-SW = "Y"
               PERFORM 400-INSERT-ROW
           END-IF.
      *--------------------*

      *--------------------*
       400-INSERT-ROW.
      *slides later-stamped rows down one place and drops the new
      *row into the gap
           IF AUD-SUB > AUD-TABLE-MAX
               DISPLAY "AUDRPT: AUD-TABLE IS FULL AT "
                       AUD-TABLE-MAX " ROWS - NARROW THE SELECTION "
                       "OR RAISE THE OCCURS 2000 LIMIT ON AUD-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE AUDJRNL-RECORD TO AUDJRNL-WORK-REC.
           MOVE AUD-SUB TO WS-INS-SUB.
           MOVE "N" TO SLOT-FOUND-SW.
           PERFORM 420-FIND-SLOT
               UNTIL SLOT-FOUND-SW = "Y".
           MOVE AUDJRNL-WORK-REC TO AUD-ENTRY(WS-INS-SUB).
           ADD 1 TO AUD-SUB.
           ADD 1 TO WS-ROWS-SELECTED.
      *--------------------*

      *--------------------*
       420-FIND-SLOT.
      *moves the slot up past one row stamped later than the new one
           IF WS-INS-SUB = 1
               MOVE "Y" TO SLOT-FOUND-SW
           ELSE
               COMPUTE WS-PREV-SUB = WS-INS-SUB - 1
               IF AT-STAMP(WS-PREV-SUB) > AWS-STAMP
                   MOVE AUD-ENTRY(WS-PREV-SUB)
                       TO AUD-ENTRY(WS-INS-SUB)
                   MOVE WS-PREV-SUB TO WS-INS-SUB
               ELSE
                   MOVE "Y" TO SLOT-FOUND-SW
               END-IF
           END-IF.
      *--------------------*

      *--------------------*
       800-WRITE-AUDRPT.
      *writes one journal row to the report
           MOVE AUD-ENTRY(WS-PRINT-SUB) TO AUDJRNL-WORK-REC.
           MOVE AW-RUN-DATE TO WS-PRT-DATE.
           MOVE AW-RUN-TIME TO WS-PRT-TIME.
           MOVE WS-PRT-YEAR TO AUO-YEAR.
           MOVE WS-PRT-MONTH TO AUO-MONTH.
           MOVE WS-PRT-DAY TO AUO-DAY.
           MOVE WS-PRT-HOUR TO AUO-HOUR.
           MOVE WS-PRT-MINUTE TO AUO-MINUTE.
           MOVE WS-PRT-SECOND TO AUO-SECOND.
           MOVE AW-PROGRAM-NAME TO AUO-PROG.
           MOVE AW-OPERATOR-ID TO AUO-OPER.
           MOVE AW-TRAN-TYPE TO AUO-TYPE.
           MOVE AW-STUDENT-ID TO AUO-STU.
           MOVE AW-FIELD-NAME TO AUO-FIELD.
           MOVE AW-BEFORE-VALUE TO AUO-BEFORE.
           MOVE AW-AFTER-VALUE TO AUO-AFTER.
           MOVE AUDRPT-OUT TO AUD-AREA.
           WRITE AUD-AREA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-PRINT-SUB.
      *--------------------*

      *--------------------*
       870-WRITE-TOTALS.
      *writes the read and selected counts at the report foot
           IF WS-ROWS-SELECTED = 0
               MOVE AUDRPT-NONE TO AUD-AREA
               WRITE AUD-AREA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE DASHED-LINE TO AUD-AREA.
           WRITE AUD-AREA AFTER ADVANCING 1 LINE.
           MOVE WS-ROWS-READ TO AUT-READ.
           MOVE WS-ROWS-SELECTED TO AUT-SELECTED.
           MOVE AUD-TOTALS-OUT TO AUD-AREA.
           WRITE AUD-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       980-CLOSE-ALL-FILES.
           IF AJ-OPEN-SW = "Y"
               CLOSE AUDJRNL
           END-IF.
           CLOSE AUDRPT.
      *--------------------*

       END PROGRAM AUDRPT.
