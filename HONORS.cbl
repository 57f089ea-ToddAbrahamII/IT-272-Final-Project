      ******************************************************************
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Prints the term dean's list. Reads the indexed
      * course-grade history (grdhist.dat) for the current runctl.dat
      * term and computes each student's term GPA from that term's
      * rows alone - a superseded repeat attempt and I/W/P/N rows
      * stay out of it, the same way TRANSCRIPT figures its term
      * GPA. A student at or above the minimum term GPA on at least
      * the minimum graded units goes on the list at the honors level
      * the term GPA earns, grouped by major from the indexed student
      * master. The thresholds come from the registrar's honors
      * control file (honctl.dat). The honorees are also written to
      * the HONOREES file for the honors letters and the
      * commencement program.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HONORS.
      ******************************************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT GRDHIST ASSIGN TO "grdhist.dat"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS GH-HIST-KEY
                       FILE STATUS IS WS-GH-STATUS.

                   SELECT STUMAST ASSIGN TO "stumast.dat"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SM-STUDENT-ID
                       FILE STATUS IS WS-SM-STATUS.

                   SELECT RUNCTL ASSIGN TO "runctl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RC-STATUS.

                   SELECT HONCTL ASSIGN TO "honctl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-HC-STATUS.

                   SELECT HONRPT ASSIGN TO "HONRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT HONOREES ASSIGN TO "HONOREES"
                       ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *--------------*
       FILE SECTION.
      **Copies Code from GRDHIST
           FD GRDHIST.
               COPY "grdhist.cpy".

      **Copies Code from STUMAST - the indexed student master, for
      **each honoree's major
           FD STUMAST.
               COPY "stumast.cpy".

      **Current-term run control - read once at startup
           FD RUNCTL.
               COPY "runctl.cpy".

      **Term honors control - the registrar's dean's list thresholds
           FD HONCTL.
               COPY "honctl.cpy".

           FD HONRPT.
           01 HON-AREA                     PIC X(100).

      **Copies Code from HONOREE - one row per honoree
           FD HONOREES.
               COPY "honoree.cpy".
      *--------------------------*
       WORKING-STORAGE SECTION.

      *--------*
           01 END-OF-FILE-GH               PIC XXX VALUE "NO".
           01 WS-GH-STATUS                 PIC XX.
           01 GRDHIST-OPEN-SW              PIC X VALUE "N".
           01 WS-SM-STATUS                 PIC XX.
           01 SM-OPEN-SW                   PIC X VALUE "N".
           01 SM-FOUND-SW                  PIC X.

      *--------*
      *the term being honored, per the run-control file - the dean's
      *list is a one-term list, so without a runctl.dat there is no
      *term to honor and the run says so
           01 WS-RC-STATUS                 PIC XX.
           01 TERM-FILTER-SW               PIC X VALUE "N".
           01 WS-CURR-TERM-YEAR            PIC 9(04) VALUE 0.
           01 WS-CURR-TERM-MONTH           PIC 9(02) VALUE 0.

      *--------*
      *the honors thresholds, per the honors control file - a
      *missing file or a blank field keeps the standard value
           01 WS-HC-STATUS                 PIC XX.
           01 WS-MIN-TERM-GPA              PIC 9V99 VALUE 3.50.
           01 WS-MIN-GPA-UNITS             PIC 9(03) VALUE 12.
           01 WS-HIGH-HONORS-GPA           PIC 9V99 VALUE 3.75.
           01 WS-HIGHEST-HONORS-GPA        PIC 9V99 VALUE 3.90.

      *--------*
      *the control break - the key leads with the student id, so one
      *pass in key order hands each student's term rows over together
           01 FIRST-ROW-SW                 PIC X VALUE "Y".
           01 CURR-STU-ID                  PIC 9(09).
           01 CURR-STU-NAME                PIC X(25).

      *--------*
      *term grade-point accumulators - only A through F rows that
      *were not superseded count, so the GPA divides by graded units
           01 WS-GRADE-POINTS              PIC 9(4).
           01 WS-TERM-GPA-UNITS            PIC 9(4) VALUE 0.
           01 WS-TERM-POINTS               PIC 9(5) VALUE 0.
           01 WS-GPA                       PIC 9V99.

      *--------*
      *the honorees, held until the history pass is done, then
      *printed grouped by major in order of first appearance
           01 HONOR-TABLE-MAX              PIC 999 VALUE 500.
           01 MAJOR-TABLE-MAX              PIC 999 VALUE 100.

           01 HONOR-TABLE.
            05 HONOR-ENTRY OCCURS 500 TIMES.
               10 HT-STU-ID                PIC 9(09).
               10 HT-STU-NAME              PIC X(25).
               10 HT-MAJOR                 PIC X(04).
               10 HT-TERM-GPA              PIC 9V99.
               10 HT-GPA-UNITS             PIC 9(03).
               10 HT-LEVEL                 PIC X(01).
           05 HONOR-SUB                    PIC 999 VALUE 1.

           01 MAJOR-LIST.
            05 MAJ-ENTRY OCCURS 100 TIMES  PIC X(04).
           05 MAJ-SUB                      PIC 999 VALUE 1.

           01 WS-BUILD-SUB                 PIC 999.
           01 WS-SEARCH-SUB                PIC 999.
           01 WS-PRINT-SUB                 PIC 999.
           01 CURR-MAJ-IDX                 PIC 999.
           01 CURR-MAJOR                   PIC X(04).
           01 FOUND-SW                     PIC X.
           01 WS-MAJOR-COUNT               PIC 9(6) VALUE 0.
           01 WS-LEVEL                     PIC X(01).

           01 WS-CT-STUDENTS               PIC 9(9) VALUE 0.
           01 WS-CT-DEANS-LIST             PIC 9(9) VALUE 0.
           01 WS-CT-HIGH-HONORS            PIC 9(9) VALUE 0.
           01 WS-CT-HIGHEST-HONORS         PIC 9(9) VALUE 0.

      *------*
           01 HONRPT-TOPLINE.
               05 FILLER               PIC X(30) VALUE SPACES.
               05 HDRHON               PIC X(25)
                   VALUE "DEAN'S LIST - TERM HONORS".
               05 FILLER               PIC X(5) VALUE SPACES.
               05 HTL-TERM-LIT         PIC X(5) VALUE "TERM ".
               05 HTL-YEAR             PIC 9(4).
               05 FILLER               PIC X(1) VALUE "/".
               05 HTL-MONTH            PIC 9(2).

           01 HONRPT-CRITERIA.
               05 HCR-LIT1             PIC X(15)
                   VALUE "MIN TERM GPA:  ".
               05 HCR-MIN-GPA          PIC 9.99.
               05 HCR-LIT2             PIC X(22)
                   VALUE "  MIN GRADED UNITS:   ".
               05 HCR-MIN-UNITS        PIC ZZ9.
               05 HCR-LIT3             PIC X(17)
                   VALUE "  HIGH HONORS:   ".
               05 HCR-HIGH-GPA         PIC 9.99.
               05 HCR-LIT4             PIC X(20)
                   VALUE "  HIGHEST HONORS:   ".
               05 HCR-HIGHEST-GPA      PIC 9.99.

           01 FILLER-LINE.
               05 PIC X(100) VALUES ALL "*".

           01 DASHED-LINE.
               05 PIC X(100) VALUES ALL "-".

           01 HONRPT-HDRS.
               05 HRH-ID               PIC X(2) VALUE "ID".
               05 FILLER               PIC X(11) VALUE SPACES.
               05 HRH-NAME             PIC X(4) VALUE "NAME".
               05 FILLER               PIC X(22) VALUE SPACES.
               05 HRH-GPA              PIC X(8) VALUE "TERM GPA".
               05 FILLER               PIC X(3) VALUE SPACES.
               05 HRH-UNITS            PIC X(12) VALUE "GRADED UNITS".
               05 FILLER               PIC X(3) VALUE SPACES.
               05 HRH-LEVEL            PIC X(12) VALUE "HONORS LEVEL".

           01 HONRPT-MAJOR-OUT.
               05 HMO-LIT              PIC X(6) VALUE "MAJOR ".
               05 HMO-MAJOR            PIC X(4).

           01 HONRPT-OUT.
               05 HO-ID                PIC 9(9).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 HO-NAME              PIC X(25).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 HO-GPA               PIC 9.99.
               05 FILLER               PIC X(11) VALUE SPACES.
               05 HO-UNITS             PIC ZZ9.
               05 FILLER               PIC X(9) VALUE SPACES.
               05 HO-LEVEL             PIC X(14).

           01 HONRPT-MAJOR-TOTAL-OUT.
               05 FILLER               PIC X(4) VALUE SPACES.
               05 HMT-LIT1             PIC X(13) VALUE "MAJOR TOTAL: ".
               05 HMT-COUNT            PIC ZZZZZ9.
               05 HMT-LIT2             PIC X(9) VALUE " HONOREES".

           01 HONRPT-TOTAL-OUT.
               05 HTO-LIT1             PIC X(15)
                   VALUE "DEAN'S LIST:   ".
               05 HTO-DEANS            PIC ZZZ,ZZ9.
               05 HTO-LIT2             PIC X(17)
                   VALUE "   HIGH HONORS:  ".
               05 HTO-HIGH             PIC ZZZ,ZZ9.
               05 HTO-LIT3             PIC X(20)
                   VALUE "   HIGHEST HONORS:  ".
               05 HTO-HIGHEST          PIC ZZZ,ZZ9.

           01 HONRPT-STUDENTS-OUT.
               05 HSO-LIT1             PIC X(30)
                   VALUE "STUDENTS GRADED IN THE TERM:  ".
               05 HSO-STUDENTS         PIC ZZZ,ZZ9.
      *----------------*

      ******************************************************************
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           PERFORM 057-READ-RUNCTL.
           PERFORM 058-READ-HONCTL.
           PERFORM OPEN-FILES.
           PERFORM 150-WRITE-HONRPT-HDRS.

           PERFORM 200-READ-GRDHIST
               UNTIL END-OF-FILE-GH = "YES".

      *---Closes out the last student on file---*
           IF FIRST-ROW-SW = "N"
               PERFORM 450-CLOSE-STUDENT
           END-IF.

           MOVE 1 TO WS-BUILD-SUB.
           PERFORM 500-BUILD-ONE-MAJOR
               UNTIL WS-BUILD-SUB = HONOR-SUB.

           MOVE 1 TO CURR-MAJ-IDX.
           PERFORM 600-PRINT-ONE-MAJOR-GROUP
               UNTIL CURR-MAJ-IDX = MAJ-SUB.

           PERFORM 870-WRITE-TOTALS.

           PERFORM 980-CLOSE-ALL-FILES.
           STOP RUN.
      *--------------------*

      *--------------------*
      *a missing grade history means no term has posted yet - an
      *empty list, not an error. a missing master only costs the
      *majors, so its honorees group under UNKN
       OPEN-FILES.
           OPEN INPUT  GRDHIST
                       STUMAST.
           OPEN OUTPUT HONRPT
                       HONOREES.
           IF WS-GH-STATUS = "00"
               MOVE "Y" TO GRDHIST-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-GH
               DISPLAY "HONORS: GRADE HISTORY FILE grdhist.dat "
                       "NOT FOUND - NO HONOREES."
           END-IF.
           IF WS-SM-STATUS = "00"
               MOVE "Y" TO SM-OPEN-SW
           ELSE
               DISPLAY "HONORS: STUDENT MASTER stumast.dat COULD "
                       "NOT BE OPENED (STATUS " WS-SM-STATUS ") - "
                       "HONOREES LISTED UNDER MAJOR UNKN."
           END-IF.
           IF TERM-FILTER-SW = "N"
               MOVE "YES" TO END-OF-FILE-GH
               DISPLAY "HONORS: RUN CONTROL FILE runctl.dat NOT "
                       "FOUND - NO TERM TO HONOR."
           END-IF.
       OPEN-FILES-END.
      *--------------------*

      *--------------------*
      *reads the term to honor from the run-control file
       057-READ-RUNCTL.
           OPEN INPUT RUNCTL.
           IF WS-RC-STATUS = "00"
               READ RUNCTL
                   AT END MOVE "N" TO TERM-FILTER-SW
                   NOT AT END
                       MOVE RC-TERM-YEAR TO WS-CURR-TERM-YEAR
                       MOVE RC-TERM-MONTH TO WS-CURR-TERM-MONTH
                       MOVE "Y" TO TERM-FILTER-SW
               END-READ
               CLOSE RUNCTL
           END-IF.
      *--------------------*

      *--------------------*
      *reads the registrar's thresholds from the honors control
      *file, if one exists - each field stands on its own, so a
      *blank one keeps its standard value
       058-READ-HONCTL.
           OPEN INPUT HONCTL.
           IF WS-HC-STATUS = "00"
               READ HONCTL
                   AT END CONTINUE
                   NOT AT END
                       IF HC-MIN-TERM-GPA NUMERIC
                           MOVE HC-MIN-TERM-GPA TO WS-MIN-TERM-GPA
                       END-IF
                       IF HC-MIN-GPA-UNITS NUMERIC
                           MOVE HC-MIN-GPA-UNITS TO WS-MIN-GPA-UNITS
                       END-IF
                       IF HC-HIGH-HONORS-GPA NUMERIC
                           MOVE HC-HIGH-HONORS-GPA
                               TO WS-HIGH-HONORS-GPA
                       END-IF
                       IF HC-HIGHEST-HONORS-GPA NUMERIC
                           MOVE HC-HIGHEST-HONORS-GPA
                               TO WS-HIGHEST-HONORS-GPA
                       END-IF
               END-READ
               CLOSE HONCTL
           END-IF.
      *--------------------*

      *--------------------*
       150-WRITE-HONRPT-HDRS.
      *writes the headers for the dean's list, with the thresholds
      *the run applied
           MOVE WS-CURR-TERM-YEAR TO HTL-YEAR.
           MOVE WS-CURR-TERM-MONTH TO HTL-MONTH.
           MOVE HONRPT-TOPLINE TO HON-AREA.
           WRITE HON-AREA AFTER ADVANCING 1 LINE.

           MOVE WS-MIN-TERM-GPA TO HCR-MIN-GPA.
           MOVE WS-MIN-GPA-UNITS TO HCR-MIN-UNITS.
           MOVE WS-HIGH-HONORS-GPA TO HCR-HIGH-GPA.
           MOVE WS-HIGHEST-HONORS-GPA TO HCR-HIGHEST-GPA.
           MOVE HONRPT-CRITERIA TO HON-AREA.
           WRITE HON-AREA AFTER ADVANCING 1 LINE.

           MOVE FILLER-LINE TO HON-AREA.
           WRITE HON-AREA AFTER ADVANCING 1 LINE.

           MOVE HONRPT-HDRS TO HON-AREA.
           WRITE HON-AREA AFTER ADVANCING 1 LINE.

           MOVE DASHED-LINE TO HON-AREA.
           WRITE HON-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       200-READ-GRDHIST.
      *Reads the next history row in key order
           READ GRDHIST NEXT
           AT END MOVE "YES" TO END-OF-FILE-GH
           NOT AT END PERFORM 300-PROCESS-ONE-ROW.
      *--------------------*

      *--------------------*
      *runs the student control break on the honored term's rows -
      *every other term's rows pass by untouched
       300-PROCESS-ONE-ROW.
           IF GH-TERM-YEAR = WS-CURR-TERM-YEAR
               AND GH-TERM-MONTH = WS-CURR-TERM-MONTH
               IF FIRST-ROW-SW = "Y"
                   MOVE "N" TO FIRST-ROW-SW
                   PERFORM 400-START-NEW-STUDENT
               ELSE
                   IF GH-STUDENT-ID NOT = CURR-STU-ID
                       PERFORM 450-CLOSE-STUDENT
                       PERFORM 400-START-NEW-STUDENT
                   END-IF
               END-IF
               PERFORM 420-ACCUMULATE-COURSE
           END-IF.
      *--------------------*

      *--------------------*
       400-START-NEW-STUDENT.
      *clears the term accumulators for the next student
           MOVE GH-STUDENT-ID TO CURR-STU-ID.
           MOVE GH-STUDENT-NAME TO CURR-STU-NAME.
           MOVE 0 TO WS-TERM-GPA-UNITS.
           MOVE 0 TO WS-TERM-POINTS.
      *--------------------*

      *--------------------*
      *folds one course into the term GPA - a superseded repeat
      *attempt adds nothing, and neither does an I, W, P or N, so
      *only A through F grades move the term GPA
       420-ACCUMULATE-COURSE.
           IF GH-REPEAT-FLAG NOT = "E"
               EVALUATE GH-SEMESTER-GRADE
                   WHEN "A"
                   WHEN "B"
                   WHEN "C"
                   WHEN "D"
                   WHEN "F"
                       PERFORM 430-GRADE-TO-POINTS
                       COMPUTE WS-GRADE-POINTS =
                           WS-GRADE-POINTS * GH-COURSE-UNITS
                       ADD GH-COURSE-UNITS TO WS-TERM-GPA-UNITS
                       ADD WS-GRADE-POINTS TO WS-TERM-POINTS
               END-EVALUATE
           END-IF.
      *--------------------*

      *--------------------*
       430-GRADE-TO-POINTS.
      *converts the letter grade to grade points per unit
           EVALUATE GH-SEMESTER-GRADE
               WHEN "A"
                   MOVE 4 TO WS-GRADE-POINTS
               WHEN "B"
                   MOVE 3 TO WS-GRADE-POINTS
               WHEN "C"
                   MOVE 2 TO WS-GRADE-POINTS
               WHEN "D"
                   MOVE 1 TO WS-GRADE-POINTS
               WHEN OTHER
                   MOVE 0 TO WS-GRADE-POINTS
           END-EVALUATE.
      *--------------------*

      *--------------------*
      *closes out one student's term - a student on enough graded
      *units at or above the minimum term GPA makes the list, at the
      *highest tier the GPA reaches
       450-CLOSE-STUDENT.
           ADD 1 TO WS-CT-STUDENTS.
           IF WS-TERM-GPA-UNITS = 0
               MOVE 0 TO WS-GPA
           ELSE
               COMPUTE WS-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-GPA-UNITS
           END-IF.
           IF WS-TERM-GPA-UNITS NOT < WS-MIN-GPA-UNITS
               AND WS-TERM-GPA-UNITS > 0
               AND WS-GPA NOT < WS-MIN-TERM-GPA
               EVALUATE TRUE
                   WHEN WS-GPA NOT < WS-HIGHEST-HONORS-GPA
                       MOVE "S" TO WS-LEVEL
                       ADD 1 TO WS-CT-HIGHEST-HONORS
                   WHEN WS-GPA NOT < WS-HIGH-HONORS-GPA
                       MOVE "H" TO WS-LEVEL
                       ADD 1 TO WS-CT-HIGH-HONORS
                   WHEN OTHER
                       MOVE "D" TO WS-LEVEL
                       ADD 1 TO WS-CT-DEANS-LIST
               END-EVALUATE
               PERFORM 460-STORE-HONOREE
           END-IF.
      *--------------------*

      *--------------------*
      *holds one honoree for the grouped listing and writes their
      *HONOREES row - the major comes from the student master
       460-STORE-HONOREE.
           IF HONOR-SUB > HONOR-TABLE-MAX
               DISPLAY "HONORS: HONOR-TABLE IS FULL AT "
                       HONOR-TABLE-MAX " HONOREES - RAISE THE "
                       "OCCURS 500 LIMIT ON HONOR-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           PERFORM 470-READ-STUMAST-STUDENT.
           MOVE CURR-STU-ID TO HT-STU-ID(HONOR-SUB).
           MOVE CURR-STU-NAME TO HT-STU-NAME(HONOR-SUB).
           IF SM-FOUND-SW = "Y"
               MOVE SM-MAJOR TO HT-MAJOR(HONOR-SUB)
           ELSE
               MOVE "UNKN" TO HT-MAJOR(HONOR-SUB)
           END-IF.
           MOVE WS-GPA TO HT-TERM-GPA(HONOR-SUB).
           MOVE WS-TERM-GPA-UNITS TO HT-GPA-UNITS(HONOR-SUB).
           MOVE WS-LEVEL TO HT-LEVEL(HONOR-SUB).

           MOVE CURR-STU-ID TO HN-STUDENT-ID.
           MOVE CURR-STU-NAME TO HN-STUDENT-NAME.
           MOVE HT-MAJOR(HONOR-SUB) TO HN-MAJOR.
           MOVE WS-CURR-TERM-YEAR TO HN-TERM-YEAR.
           MOVE WS-CURR-TERM-MONTH TO HN-TERM-MONTH.
           MOVE WS-GPA TO HN-TERM-GPA.
           MOVE WS-TERM-GPA-UNITS TO HN-GPA-UNITS.
           MOVE WS-LEVEL TO HN-HONORS-LEVEL.
           WRITE HONOREE-RECORD.
           ADD 1 TO HONOR-SUB.
      *--------------------*

      *--------------------*
       470-READ-STUMAST-STUDENT.
      *keyed lookup of the honoree's master record
           MOVE "N" TO SM-FOUND-SW.
           IF SM-OPEN-SW = "Y"
               MOVE CURR-STU-ID TO SM-STUDENT-ID
               READ STUMAST
                   INVALID KEY MOVE "N" TO SM-FOUND-SW
                   NOT INVALID KEY MOVE "Y" TO SM-FOUND-SW
               END-READ
           END-IF.
      *--------------------*

      *--------------------*
       500-BUILD-ONE-MAJOR.
      *adds an honoree's major to the distinct group list, if new
           MOVE HT-MAJOR(WS-BUILD-SUB) TO CURR-MAJOR.
           PERFORM 520-CHECK-MAJOR-LISTED.
           IF FOUND-SW = "N"
               IF MAJ-SUB > MAJOR-TABLE-MAX
                   DISPLAY "HONORS: MAJOR-LIST IS FULL AT "
                           MAJOR-TABLE-MAX " MAJORS - RAISE THE "
                           "OCCURS 100 LIMIT ON MAJ-ENTRY."
                   PERFORM 980-CLOSE-ALL-FILES
                   STOP RUN
               END-IF
               MOVE CURR-MAJOR TO MAJ-ENTRY(MAJ-SUB)
               ADD 1 TO MAJ-SUB
           END-IF.
           ADD 1 TO WS-BUILD-SUB.
      *--------------------*

      *--------------------*
       520-CHECK-MAJOR-LISTED.
      *searches the distinct major list for CURR-MAJOR
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO WS-SEARCH-SUB.
           PERFORM 525-SEARCH-MAJOR
               UNTIL FOUND-SW = "Y"
               OR WS-SEARCH-SUB = MAJ-SUB.
      *--------------------*

      *--------------------*
       525-SEARCH-MAJOR.
           IF MAJ-ENTRY(WS-SEARCH-SUB) = CURR-MAJOR
               MOVE "Y" TO FOUND-SW
           ELSE
               ADD 1 TO WS-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *prints one major's honorees under a major line, with the
      *major's honoree count beneath
       600-PRINT-ONE-MAJOR-GROUP.
           MOVE MAJ-ENTRY(CURR-MAJ-IDX) TO CURR-MAJOR.
           MOVE 0 TO WS-MAJOR-COUNT.
           MOVE SPACES TO HON-AREA.
           WRITE HON-AREA AFTER ADVANCING 1 LINE.
           MOVE CURR-MAJOR TO HMO-MAJOR.
           MOVE HONRPT-MAJOR-OUT TO HON-AREA.
           WRITE HON-AREA AFTER ADVANCING 1 LINE.
           MOVE 1 TO WS-PRINT-SUB.
           PERFORM 700-PRINT-ONE-HONOREE
               UNTIL WS-PRINT-SUB = HONOR-SUB.
           MOVE WS-MAJOR-COUNT TO HMT-COUNT.
           MOVE HONRPT-MAJOR-TOTAL-OUT TO HON-AREA.
           WRITE HON-AREA AFTER ADVANCING 1 LINE.
           ADD 1 TO CURR-MAJ-IDX.
      *--------------------*

      *--------------------*
      *prints one honoree if they belong to this major
       700-PRINT-ONE-HONOREE.
           IF HT-MAJOR(WS-PRINT-SUB) = CURR-MAJOR
               ADD 1 TO WS-MAJOR-COUNT
               MOVE HT-STU-ID(WS-PRINT-SUB) TO HO-ID
               MOVE HT-STU-NAME(WS-PRINT-SUB) TO HO-NAME
               MOVE HT-TERM-GPA(WS-PRINT-SUB) TO HO-GPA
               MOVE HT-GPA-UNITS(WS-PRINT-SUB) TO HO-UNITS
               EVALUATE HT-LEVEL(WS-PRINT-SUB)
                   WHEN "S"
                       MOVE "HIGHEST HONORS" TO HO-LEVEL
                   WHEN "H"
                       MOVE "HIGH HONORS" TO HO-LEVEL
                   WHEN OTHER
                       MOVE "DEAN'S LIST" TO HO-LEVEL
               END-EVALUATE
               MOVE HONRPT-OUT TO HON-AREA
               WRITE HON-AREA AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO WS-PRINT-SUB.
      *--------------------*

      *--------------------*
      *writes the honoree counts by level and the students graded
       870-WRITE-TOTALS.
           MOVE DASHED-LINE TO HON-AREA.
           WRITE HON-AREA AFTER ADVANCING 1 LINE.
           MOVE WS-CT-DEANS-LIST TO HTO-DEANS.
           MOVE WS-CT-HIGH-HONORS TO HTO-HIGH.
           MOVE WS-CT-HIGHEST-HONORS TO HTO-HIGHEST.
           MOVE HONRPT-TOTAL-OUT TO HON-AREA.
           WRITE HON-AREA AFTER ADVANCING 1 LINE.
           MOVE WS-CT-STUDENTS TO HSO-STUDENTS.
           MOVE HONRPT-STUDENTS-OUT TO HON-AREA.
           WRITE HON-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
      *closes everything, on the normal and the abort paths alike
       980-CLOSE-ALL-FILES.
           IF GRDHIST-OPEN-SW = "Y"
               CLOSE GRDHIST
           END-IF.
           IF SM-OPEN-SW = "Y"
               CLOSE STUMAST
           END-IF.
           CLOSE HONRPT
                 HONOREES.
      *--------------------*

       END PROGRAM HONORS.
