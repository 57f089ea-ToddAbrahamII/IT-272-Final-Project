      ******************************************************************
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Reconciles the three cumulative totals on the student
      * master (stumast.dat) - units completed, total grade points
      * and GPA units - against the grade history (grdhist.dat).
      * The merge, repeat back-outs, GRDCHG and hand-keyed STUMAINT
      * changes all move those totals, and nothing else checks that
      * they still agree with the history they summarize. Each
      * student's counting history rows are re-added the way the
      * merge posts them - A-F earn units completed and GPA units at
      * 4/3/2/1/0 points a unit, P earns units completed only, I, W
      * and N earn nothing, and a superseded repeat attempt ("E")
      * is skipped. Every student whose master disagrees is printed
      * on RECONRPT with the master value, the history value and
      * the difference, and a change transaction in the stutran.dat
      * layout carrying the history values is written to STUTRAN
      * for the registrar to review, copy in as stutran.dat and run
      * through STUMAINT. Run it once NEWMAST has been copied in as
      * stumast.dat, so every history row has been posted. An
      * inactive student with no history rows left has been
      * archived by GHARCH and is counted, not reconciled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTRECON.
      ******************************************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT STUMAST ASSIGN TO "stumast.dat"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS SM-STUDENT-ID
                       FILE STATUS IS WS-SM-STATUS.

                   SELECT GRDHIST ASSIGN TO "grdhist.dat"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS GH-HIST-KEY
                       FILE STATUS IS WS-GH-STATUS.

                   SELECT RECONRPT ASSIGN TO "RECONRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT STUTRAN ASSIGN TO "STUTRAN"
                       ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *--------------*
       FILE SECTION.
      **Copies Code from STUMAST
           FD STUMAST.
               COPY "stumast.cpy".

      **Copies Code from GRDHIST
           FD GRDHIST.
               COPY "grdhist.cpy".

           FD RECONRPT.
           01 REC-AREA                     PIC X(100).

      **Copies Code from STUTRAN - the correcting transactions
           FD STUTRAN.
               COPY "stutran.cpy".
      *--------------------------*
       WORKING-STORAGE SECTION.

      *--------*
           01 END-OF-FILE-SM               PIC XXX VALUE "NO".
           01 WS-SM-STATUS                 PIC XX.
           01 WS-GH-STATUS                 PIC XX.
           01 END-OF-STUDENT-SW            PIC X.

      *--------*
      *one student's totals - as the master carries them and as the
      *history adds up
           01 WS-MAST-UNITS-COMP           PIC 9(05).
           01 WS-MAST-TOTAL-PTS            PIC 9(05).
           01 WS-MAST-GPA-UNITS            PIC 9(05).
           01 WS-HIST-UNITS-COMP           PIC 9(05).
           01 WS-HIST-TOTAL-PTS            PIC 9(05).
           01 WS-HIST-GPA-UNITS            PIC 9(05).
           01 WS-HIST-ROWS                 PIC 9(05).
           01 WS-GRADE-POINTS              PIC 9(01).
           01 WS-DIFF                      PIC S9(05).
           01 WS-TRAN-VALUE                PIC 9(03).

      *--------*
      *run totals
           01 WS-STU-READ                  PIC 9(07) VALUE 0.
           01 WS-STU-IN-BALANCE            PIC 9(07) VALUE 0.
           01 WS-STU-OUT-OF-BALANCE        PIC 9(07) VALUE 0.
           01 WS-STU-ARCHIVED              PIC 9(07) VALUE 0.
           01 WS-TRANS-WRITTEN             PIC 9(07) VALUE 0.
           01 WS-TRANS-WITHHELD            PIC 9(07) VALUE 0.

      *------*
           01 RECONRPT-TOPLINE.
               05 FILLER               PIC X(25) VALUE SPACES.
               05 HDRREC               PIC X(50)
                   VALUE "STUDENT MASTER TOTALS RECONCILIATION".

           01 FILLER-LINE.
               05 PIC X(100) VALUES ALL "*".

           01 DASHED-LINE.
               05 PIC X(100) VALUES ALL "-".

           01 RECONRPT-HDR1.
               05 FILLER               PIC X(38) VALUE SPACES.
               05 RH1-UNITS            PIC X(19)
                   VALUE "-UNITS COMPLETED-".
               05 RH1-POINTS           PIC X(19)
                   VALUE "-GRADE POINTS-".
               05 RH1-GPA              PIC X(19)
                   VALUE "-GPA UNITS-".

           01 RECONRPT-HDRS.
               05 RHD-ID               PIC X(12) VALUE "ID".
               05 RHD-NAME             PIC X(26) VALUE "NAME".
               05 RHD-GRP1             PIC X(19)
                   VALUE "MAST HIST   DIFF".
               05 RHD-GRP2             PIC X(19)
                   VALUE "MAST HIST   DIFF".
               05 RHD-GRP3             PIC X(19)
                   VALUE "MAST HIST   DIFF".

           01 RECONRPT-OUT.
               05 RO-ID                PIC 9(9).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 RO-NAME              PIC X(25).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 RO-UC-MAST           PIC ZZZ9.
               05 FILLER               PIC X(1) VALUE SPACES.
               05 RO-UC-HIST           PIC ZZZ9.
               05 FILLER               PIC X(1) VALUE SPACES.
               05 RO-UC-DIFF           PIC -(5)9.
               05 FILLER               PIC X(3) VALUE SPACES.
               05 RO-TP-MAST           PIC ZZZ9.
               05 FILLER               PIC X(1) VALUE SPACES.
               05 RO-TP-HIST           PIC ZZZ9.
               05 FILLER               PIC X(1) VALUE SPACES.
               05 RO-TP-DIFF           PIC -(5)9.
               05 FILLER               PIC X(3) VALUE SPACES.
               05 RO-GU-MAST           PIC ZZZ9.
               05 FILLER               PIC X(1) VALUE SPACES.
               05 RO-GU-HIST           PIC ZZZ9.
               05 FILLER               PIC X(1) VALUE SPACES.
               05 RO-GU-DIFF           PIC -(5)9.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 RO-NOTE              PIC X(4).

           01 RECONRPT-NOTE.
               05 PIC X(60) VALUE
                   "OVER: A HISTORY TOTAL ABOVE 999 DOES NOT FIT THE".
           01 RECONRPT-NOTE2.
               05 PIC X(60) VALUE
                   "      MASTER - NO TRANSACTION, FIX BY HAND.".

           01 REC-TOTALS-OUT.
               05 RCT-LIT              PIC X(30).
               05 RCT-COUNT            PIC Z,ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           PERFORM 110-WRITE-RECONRPT-HDRS.

           PERFORM 200-READ-STUMAST
               UNTIL END-OF-FILE-SM = "YES".

           PERFORM 870-WRITE-TOTALS.
           PERFORM 980-CLOSE-ALL-FILES.
           STOP RUN.
      *--------------------*

      *--------------------*
      *both the master and the history have to be there - without
      *the history every total would look wrong
       OPEN-FILES.
           OPEN INPUT STUMAST.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "TOTRECON: STUDENT MASTER stumast.dat COULD "
                       "NOT BE OPENED (STATUS " WS-SM-STATUS ") - "
                       "NOTHING RECONCILED."
               STOP RUN
           END-IF.
           OPEN INPUT GRDHIST.
           IF WS-GH-STATUS NOT = "00"
               DISPLAY "TOTRECON: GRADE HISTORY grdhist.dat COULD "
                       "NOT BE OPENED (STATUS " WS-GH-STATUS ") - "
                       "NOTHING RECONCILED."
               CLOSE STUMAST
               STOP RUN
           END-IF.
           OPEN OUTPUT RECONRPT
                       STUTRAN.
       OPEN-FILES-END.
      *--------------------*

      *--------------------*
       110-WRITE-RECONRPT-HDRS.
      *writes the headers for the RECONRPT report
           MOVE RECONRPT-TOPLINE TO REC-AREA.
           WRITE REC-AREA AFTER ADVANCING 1 LINE.

           MOVE FILLER-LINE TO REC-AREA.
           WRITE REC-AREA AFTER ADVANCING 1 LINE.

           MOVE RECONRPT-HDR1 TO REC-AREA.
           WRITE REC-AREA AFTER ADVANCING 1 LINE.

           MOVE RECONRPT-HDRS TO REC-AREA.
           WRITE REC-AREA AFTER ADVANCING 1 LINE.

           MOVE DASHED-LINE TO REC-AREA.
           WRITE REC-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       200-READ-STUMAST.
      *reads the indexed master in student id order
           READ STUMAST NEXT
           AT END MOVE "YES" TO END-OF-FILE-SM
           NOT AT END PERFORM 300-RECONCILE-ONE-STUDENT.
      *--------------------*

      *--------------------*
       300-RECONCILE-ONE-STUDENT.
      *adds up the student's history and compares it to the master.
      *a blank GPA-units field on an old record means units
      *completed, the way every reader of the master treats it
           ADD 1 TO WS-STU-READ.
           MOVE SM-UNITS-COMPLETED TO WS-MAST-UNITS-COMP.
           MOVE SM-TOTAL-GRADE-POINTS TO WS-MAST-TOTAL-PTS.
           IF SM-GPA-UNITS NUMERIC
               MOVE SM-GPA-UNITS TO WS-MAST-GPA-UNITS
           ELSE
               MOVE SM-UNITS-COMPLETED TO WS-MAST-GPA-UNITS
           END-IF.
           PERFORM 400-ADD-UP-HISTORY.

           IF WS-HIST-ROWS = 0
               AND (SM-STUDENT-STATUS = "I"
                   OR SM-STUDENT-STATUS = "W"
                   OR SM-STUDENT-STATUS = "G")
               ADD 1 TO WS-STU-ARCHIVED
           ELSE
               IF WS-MAST-UNITS-COMP = WS-HIST-UNITS-COMP
                   AND WS-MAST-TOTAL-PTS = WS-HIST-TOTAL-PTS
                   AND WS-MAST-GPA-UNITS = WS-HIST-GPA-UNITS
                   ADD 1 TO WS-STU-IN-BALANCE
               ELSE
                   ADD 1 TO WS-STU-OUT-OF-BALANCE
                   PERFORM 800-WRITE-RECONRPT
                   PERFORM 850-WRITE-STUTRAN
               END-IF
           END-IF.
      *--------------------*

      *--------------------*
      *re-adds the student's counting history rows with keyed
      *reads - STARTs at the student's first possible key and stops
      *the moment the student id changes
       400-ADD-UP-HISTORY.
           MOVE 0 TO WS-HIST-UNITS-COMP.
           MOVE 0 TO WS-HIST-TOTAL-PTS.
           MOVE 0 TO WS-HIST-GPA-UNITS.
           MOVE 0 TO WS-HIST-ROWS.
           MOVE "N" TO END-OF-STUDENT-SW.
           MOVE SM-STUDENT-ID TO GH-STUDENT-ID.
           MOVE ZEROS TO GH-TERM-YEAR.
           MOVE ZEROS TO GH-TERM-MONTH.
           MOVE SPACES TO GH-DEPARTMENT-CODE.
           MOVE ZEROS TO GH-COURSE-NUMBER.
           MOVE ZEROS TO GH-SECTION-NUMBER.
           START GRDHIST KEY IS NOT LESS THAN GH-HIST-KEY
               INVALID KEY MOVE "Y" TO END-OF-STUDENT-SW
           END-START.
           PERFORM 410-READ-STUDENT-ROW
               UNTIL END-OF-STUDENT-SW = "Y".
      *--------------------*

      *--------------------*
       410-READ-STUDENT-ROW.
           READ GRDHIST NEXT
               AT END MOVE "Y" TO END-OF-STUDENT-SW
               NOT AT END
                   IF GH-STUDENT-ID NOT = SM-STUDENT-ID
                       MOVE "Y" TO END-OF-STUDENT-SW
                   ELSE
                       ADD 1 TO WS-HIST-ROWS
                       IF NOT GH-ATTEMPT-SUPERSEDED
                           PERFORM 420-POST-ONE-ROW
                       END-IF
                   END-IF
           END-READ.
      *--------------------*

      *--------------------*
       420-POST-ONE-ROW.
      *--------A through F earn units completed and count in the GPA;
      *--------P earns units completed but stays out of the GPA;
      *--------I, W and N earn nothing until resolved or retaken*
           EVALUATE GH-SEMESTER-GRADE
                   WHEN 'A'
                       MOVE 4 TO WS-GRADE-POINTS
                   WHEN 'B'
                       MOVE 3 TO WS-GRADE-POINTS
                   WHEN 'C'
                       MOVE 2 TO WS-GRADE-POINTS
                   WHEN 'D'
                       MOVE 1 TO WS-GRADE-POINTS
                   WHEN OTHER
                       MOVE 0 TO WS-GRADE-POINTS
           END-EVALUATE.
           EVALUATE GH-SEMESTER-GRADE
                   WHEN 'A'
                   WHEN 'B'
                   WHEN 'C'
                   WHEN 'D'
                   WHEN 'F'
                       ADD GH-COURSE-UNITS TO WS-HIST-UNITS-COMP
                       ADD GH-COURSE-UNITS TO WS-HIST-GPA-UNITS
                       COMPUTE WS-HIST-TOTAL-PTS = WS-HIST-TOTAL-PTS
                           + WS-GRADE-POINTS * GH-COURSE-UNITS
                   WHEN 'P'
                       ADD GH-COURSE-UNITS TO WS-HIST-UNITS-COMP
                   WHEN OTHER
                       CONTINUE
           END-EVALUATE.
      *--------------------*

      *--------------------*
       800-WRITE-RECONRPT.
      *prints the out-of-balance student - the difference is what
      *the history says the master is short (or over, if negative)
           MOVE SM-STUDENT-ID TO RO-ID.
           MOVE SM-STUDENT-NAME TO RO-NAME.
           MOVE WS-MAST-UNITS-COMP TO RO-UC-MAST.
           MOVE WS-HIST-UNITS-COMP TO RO-UC-HIST.
           COMPUTE WS-DIFF = WS-HIST-UNITS-COMP - WS-MAST-UNITS-COMP.
           MOVE WS-DIFF TO RO-UC-DIFF.
           MOVE WS-MAST-TOTAL-PTS TO RO-TP-MAST.
           MOVE WS-HIST-TOTAL-PTS TO RO-TP-HIST.
           COMPUTE WS-DIFF = WS-HIST-TOTAL-PTS - WS-MAST-TOTAL-PTS.
           MOVE WS-DIFF TO RO-TP-DIFF.
           MOVE WS-MAST-GPA-UNITS TO RO-GU-MAST.
           MOVE WS-HIST-GPA-UNITS TO RO-GU-HIST.
           COMPUTE WS-DIFF = WS-HIST-GPA-UNITS - WS-MAST-GPA-UNITS.
           MOVE WS-DIFF TO RO-GU-DIFF.
           IF WS-HIST-UNITS-COMP > 999
               OR WS-HIST-TOTAL-PTS > 999
               OR WS-HIST-GPA-UNITS > 999
               MOVE "OVER" TO RO-NOTE
           ELSE
               MOVE SPACES TO RO-NOTE
           END-IF.
           MOVE RECONRPT-OUT TO REC-AREA.
           WRITE REC-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       850-WRITE-STUTRAN.
      *writes a change transaction carrying the history value of
      *each total that is out; a total that agrees is left blank so
      *STUMAINT keeps it. a history total too big for the master's
      *three digits can't be keyed, so that student is left to the
      *registrar
           IF RO-NOTE = "OVER"
               ADD 1 TO WS-TRANS-WITHHELD
           ELSE
               MOVE SPACES TO STUTRAN-RECORD
               MOVE "C" TO ST-TRAN-CODE
               MOVE SM-STUDENT-ID TO ST-STUDENT-ID
               IF WS-MAST-UNITS-COMP NOT = WS-HIST-UNITS-COMP
                   MOVE WS-HIST-UNITS-COMP TO WS-TRAN-VALUE
                   MOVE WS-TRAN-VALUE TO ST-NEW-UNITS-COMP
               END-IF
               IF WS-MAST-TOTAL-PTS NOT = WS-HIST-TOTAL-PTS
                   MOVE WS-HIST-TOTAL-PTS TO WS-TRAN-VALUE
                   MOVE WS-TRAN-VALUE TO ST-NEW-TOTAL-PTS
               END-IF
               IF WS-MAST-GPA-UNITS NOT = WS-HIST-GPA-UNITS
                   MOVE WS-HIST-GPA-UNITS TO WS-TRAN-VALUE
                   MOVE WS-TRAN-VALUE TO ST-NEW-GPA-UNITS
               END-IF
               WRITE STUTRAN-RECORD
               ADD 1 TO WS-TRANS-WRITTEN
           END-IF.
      *--------------------*

      *--------------------*
       870-WRITE-TOTALS.
      *writes the run counts at the report foot
           MOVE DASHED-LINE TO REC-AREA.
           WRITE REC-AREA AFTER ADVANCING 1 LINE.
           IF WS-TRANS-WITHHELD > 0
               MOVE RECONRPT-NOTE TO REC-AREA
               WRITE REC-AREA AFTER ADVANCING 1 LINE
               MOVE RECONRPT-NOTE2 TO REC-AREA
               WRITE REC-AREA AFTER ADVANCING 1 LINE
           END-IF.

           MOVE "STUDENTS READ:" TO RCT-LIT.
           MOVE WS-STU-READ TO RCT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "  IN BALANCE:" TO RCT-LIT.
           MOVE WS-STU-IN-BALANCE TO RCT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "  OUT OF BALANCE:" TO RCT-LIT.
           MOVE WS-STU-OUT-OF-BALANCE TO RCT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "  HISTORY ARCHIVED:" TO RCT-LIT.
           MOVE WS-STU-ARCHIVED TO RCT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "CHANGE TRANSACTIONS WRITTEN:" TO RCT-LIT.
           MOVE WS-TRANS-WRITTEN TO RCT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "TRANSACTIONS WITHHELD:" TO RCT-LIT.
           MOVE WS-TRANS-WITHHELD TO RCT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
      *--------------------*

      *--------------------*
       875-WRITE-ONE-TOTAL.
           MOVE REC-TOTALS-OUT TO REC-AREA.
           WRITE REC-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       980-CLOSE-ALL-FILES.
           CLOSE STUMAST
                 GRDHIST
                 RECONRPT
                 STUTRAN.
      *--------------------*

       END PROGRAM TOTRECON.
