      ******************************************************************
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Prints the term grade distribution for the deans.
      * Reads the indexed course-grade history (grdhist.dat) for the
      * current runctl.dat term and counts each section's A, B, C, D,
      * F, I, W, P and N grades, with the percentage of each and the
      * section's average grade points (A through F grades only, the
      * way the GPA is figured). The sections print grouped by
      * department with a department subtotal, the term total
      * follows, and a second part subtotals the same grades by
      * teacher. The teacher comes from the course catalog
      * (crsecat.dat) and the name from the teacher master
      * (tchmast.dat). A section whose W-plus-F rate runs well above
      * its department's is flagged. A third part reads the term's
      * registrations (crsereg.dat) and measures how often each
      * section's 6-week and 12-week progress marks matched the
      * semester grade, flagging the sections where they predicted
      * poorly.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDDIST.
      ******************************************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT GRDHIST ASSIGN TO "grdhist.dat"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS GH-HIST-KEY
                       FILE STATUS IS WS-GH-STATUS.

                   SELECT CRSECAT ASSIGN TO "crsecat.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAT-STATUS.

                   SELECT TCHMAST ASSIGN TO "tchmast.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TM-STATUS.

                   SELECT CRSEREG ASSIGN TO "crsereg.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CR-STATUS.

                   SELECT RUNCTL ASSIGN TO "runctl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RC-STATUS.

                   SELECT GRDDRPT ASSIGN TO "GRDDRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *--------------*
       FILE SECTION.
      **Copies Code from GRDHIST
           FD GRDHIST.
               COPY "grdhist.cpy".

      **Copies Code from CRSECAT - each section's teacher of record
           FD CRSECAT.
               COPY "crsecat.cpy".

      **Copies Code from TCHMAST
           FD TCHMAST.
               COPY "tchmast.cpy".

      **Copies Code from CRSEREG - the term's progress marks
           FD CRSEREG.
               COPY "crsereg.cpy".

      **Current-term run control - read once at startup
           FD RUNCTL.
               COPY "runctl.cpy".

           FD GRDDRPT.
           01 DIST-AREA                    PIC X(120).
      *--------------------------*
       WORKING-STORAGE SECTION.

      *--------*
           01 END-OF-FILE-GH               PIC XXX VALUE "NO".
           01 WS-GH-STATUS                 PIC XX.
           01 GRDHIST-OPEN-SW              PIC X VALUE "N".
           01 END-OF-FILE-CAT              PIC XXX VALUE "NO".
           01 WS-CAT-STATUS                PIC XX.
           01 CAT-OPEN-SW                  PIC X VALUE "N".
           01 END-OF-FILE-TM               PIC XXX VALUE "NO".
           01 WS-TM-STATUS                 PIC XX.
           01 TM-OPEN-SW                   PIC X VALUE "N".
           01 END-OF-FILE-CR               PIC XXX VALUE "NO".
           01 WS-CR-STATUS                 PIC XX.
           01 CR-OPEN-SW                   PIC X VALUE "N".

      *--------*
      *the term being reported, per the run-control file - the
      *distribution is a one-term report, so without a runctl.dat
      *there is no term to count and the run says so
           01 WS-RC-STATUS                 PIC XX.
           01 TERM-FILTER-SW               PIC X VALUE "N".
           01 WS-CURR-TERM-YEAR            PIC 9(04) VALUE 0.
           01 WS-CURR-TERM-MONTH           PIC 9(02) VALUE 0.

      *--------*
      *the flagging margins - a section is flagged when its W-plus-F
      *rate runs more than WS-WF-MARGIN percentage points above its
      *department's, and its progress marks predicted poorly when
      *fewer than WS-MIN-MATCH-PCT percent of them matched the
      *semester grade
           01 WS-WF-MARGIN                 PIC 9(03) VALUE 15.
           01 WS-MIN-MATCH-PCT             PIC 9(03) VALUE 50.

      *--------*
      *the grading scale in report-column order - a grade's place in
      *the scale is its column in every count table below. F is the
      *5th letter and W the 7th, for the W-plus-F rate
           01 GRADE-SCALE-VALUES           PIC X(09)
               VALUE "ABCDFIWPN".
           01 GRADE-SCALE REDEFINES GRADE-SCALE-VALUES.
            05 GRADE-LETTER OCCURS 9 TIMES PIC X(01).
           01 GRADE-MAX                    PIC 9 VALUE 9.
           01 WS-GRADE-SUB                 PIC 99.
           01 GRADE-FOUND-SW               PIC X.
           01 WS-GRADE-POINTS              PIC 9(01).

      *--------*
      *the teacher master, held for the number-to-name lookup
           01 TEACHER-TABLE-MAX            PIC 999 VALUE 50.
           01 TCHMAST-TABLE.
            05 TM-ENTRY OCCURS 50 TIMES.
               10 TM-NUM-OUT               PIC 9(03).
               10 TM-NAME-OUT              PIC X(25).
           05 TM-SUB                       PIC 999 VALUE 1.
           01 TM-SEARCH-SUB                PIC 999.
           01 TM-FOUND-SW                  PIC X.

      *--------*
      *the course catalog, held for each section's teacher of record
           01 CATALOG-TABLE-MAX            PIC 999 VALUE 104.
           01 CRSECAT-REC-TABLE.
            05 CAT-ENTRY OCCURS 104 TIMES.
               10 CAT-DEPT-CODE-OUT        PIC X(04).
               10 CAT-CRSE-NUM-OUT         PIC 9(03).
               10 CAT-SECTION-NUM-OUT      PIC 9(02).
               10 CAT-TEACHER-OUT          PIC 9(03).
           05 CAT-SUB                      PIC 999 VALUE 1.
           01 CAT-SEARCH-SUB               PIC 999.
           01 CAT-FOUND-SW                 PIC X.

      *--------*
      *one entry per section graded in the term, in order of first
      *appearance in the history - the grade counts, the grade points
      *behind the section average and the progress-mark comparisons
      *from the registrations. a teacher of 000 means the section is
      *on neither the catalog nor the registrations
           01 SECTION-TABLE-MAX            PIC 999 VALUE 300.
           01 SECTION-TABLE.
            05 SECTION-ENTRY OCCURS 300 TIMES.
               10 SC-DEPT                  PIC X(04).
               10 SC-CRSE                  PIC 9(03).
               10 SC-SEC                   PIC 9(02).
               10 SC-TEACHER               PIC 9(03).
               10 SC-ACCUM.
                  15 SC-COUNT OCCURS 9 TIMES PIC 9(05).
                  15 SC-TOTAL              PIC 9(05).
                  15 SC-POINTS             PIC 9(06).
                  15 SC-GRADED             PIC 9(05).
               10 SC-6WK-COMPARED          PIC 9(05).
               10 SC-6WK-MATCHED           PIC 9(05).
               10 SC-12WK-COMPARED         PIC 9(05).
               10 SC-12WK-MATCHED          PIC 9(05).
           05 SC-SUB                       PIC 999 VALUE 1.
           01 SC-SEARCH-SUB                PIC 999.
           01 SC-FOUND-SW                  PIC X.
           01 CURR-SC-IDX                  PIC 999.
           01 CURR-DEPT-CODE               PIC X(04).
           01 CURR-CRSE-NUM                PIC 9(03).
           01 CURR-SECTION-NUM             PIC 9(02).

      *--------*
      *grade-count accumulators for a department or teacher group,
      *for the term and for the lines being printed - all three
      *share the section entry's SC-ACCUM layout
           01 GRP-ACCUM.
               05 GRP-COUNT OCCURS 9 TIMES PIC 9(05).
               05 GRP-TOTAL                PIC 9(05).
               05 GRP-POINTS               PIC 9(06).
               05 GRP-GRADED               PIC 9(05).
           01 TRM-ACCUM.
               05 TRM-COUNT OCCURS 9 TIMES PIC 9(05).
               05 TRM-TOTAL                PIC 9(05).
               05 TRM-POINTS               PIC 9(06).
               05 TRM-GRADED               PIC 9(05).
           01 WRK-ACCUM.
               05 WRK-COUNT OCCURS 9 TIMES PIC 9(05).
               05 WRK-TOTAL                PIC 9(05).
               05 WRK-POINTS               PIC 9(06).
               05 WRK-GRADED               PIC 9(05).
           01 WS-WF-PCT                    PIC 9(03).
           01 WS-DEPT-WF-PCT               PIC 9(03).
           01 WS-WF-LIMIT                  PIC 9(03).
           01 WS-AVG-POINTS                PIC 9V99.
           01 WS-6WK-PCT                   PIC 9(03).
           01 WS-12WK-PCT                  PIC 9(03).

      *--------*
      *the distinct departments and teachers, in order of first
      *appearance in the section table, one print pass per group
           01 DEPT-TABLE-MAX               PIC 999 VALUE 50.
           01 DEPT-LIST.
            05 DL-ENTRY OCCURS 50 TIMES    PIC X(04).
           05 DL-SUB                       PIC 999 VALUE 1.
           01 TCH-LIST.
            05 TL-ENTRY OCCURS 50 TIMES    PIC 9(03).
           05 TL-SUB                       PIC 999 VALUE 1.

           01 WS-BUILD-SUB                 PIC 999.
           01 WS-SEARCH-SUB                PIC 999.
           01 WS-PRINT-SUB                 PIC 999.
           01 CURR-DL-IDX                  PIC 999.
           01 CURR-TL-IDX                  PIC 999.
           01 CURR-TEACHER-NUM             PIC 9(03).
           01 CURR-TEACHER-NAME            PIC X(25).
           01 FOUND-SW                     PIC X.
           01 CURR-LABEL                   PIC X(16).

           01 SECTION-LABEL.
               05 SL-DEPT                  PIC X(04).
               05 FILLER                   PIC X(1) VALUE SPACE.
               05 SL-CRSE                  PIC 9(03).
               05 FILLER                   PIC X(1) VALUE "-".
               05 SL-SEC                   PIC 9(02).
               05 FILLER                   PIC X(2) VALUE SPACES.
               05 SL-TEACHER               PIC 9(03).

           01 WS-CT-GH-ROWS                PIC 9(9) VALUE 0.
           01 WS-CT-OFF-SCALE              PIC 9(9) VALUE 0.
           01 WS-CT-CR-COMPARED            PIC 9(9) VALUE 0.
           01 WS-CT-WF-FLAGGED             PIC 9(9) VALUE 0.
           01 WS-CT-POOR-PREDICT           PIC 9(9) VALUE 0.

      *------*
           01 DISTRPT-TOPLINE.
               05 FILLER               PIC X(35) VALUE SPACES.
               05 HDRDIST              PIC X(25)
                   VALUE "TERM GRADE DISTRIBUTION".
               05 FILLER               PIC X(5) VALUE SPACES.
               05 DTL-TERM-LIT         PIC X(5) VALUE "TERM ".
               05 DTL-YEAR             PIC 9(4).
               05 FILLER               PIC X(1) VALUE "/".
               05 DTL-MONTH            PIC 9(2).

           01 DISTRPT-CRITERIA.
               05 DCR-LIT1             PIC X(21)
                   VALUE "W+F FLAG:  MORE THAN ".
               05 DCR-MARGIN           PIC ZZ9.
               05 DCR-LIT2             PIC X(29)
                   VALUE " POINTS ABOVE THE DEPARTMENT".
               05 DCR-LIT3             PIC X(24)
                   VALUE "  POOR PREDICTOR: UNDER ".
               05 DCR-MIN-MATCH        PIC ZZ9.
               05 DCR-LIT4             PIC X(10) VALUE "% MATCHED".

           01 FILLER-LINE.
               05 PIC X(120) VALUES ALL "*".

           01 DASHED-LINE.
               05 PIC X(120) VALUES ALL "-".

           01 DISTRPT-PART-OUT.
               05 DPT-TITLE            PIC X(60).

           01 DISTRPT-HDRS.
               05 DRH-SECTION          PIC X(16)
                   VALUE "SECTION      TCH".
               05 FILLER               PIC X(5) VALUE SPACES.
               05 DRH-GRADES-1         PIC X(30)
                   VALUE "     A     B     C     D     F".
               05 DRH-GRADES-2         PIC X(24)
                   VALUE "     I     W     P     N".
               05 DRH-TOTAL            PIC X(8) VALUE "   TOTAL".
               05 DRH-AVG              PIC X(7) VALUE "    AVG".
               05 FILLER               PIC X(2) VALUE SPACES.
               05 DRH-FLAG             PIC X(4) VALUE "FLAG".

           01 DISTRPT-DEPT-OUT.
               05 DDO-LIT              PIC X(11) VALUE "DEPARTMENT ".
               05 DDO-DEPT             PIC X(04).

           01 DISTRPT-TEACHER-OUT.
               05 DTO-LIT              PIC X(8) VALUE "TEACHER ".
               05 DTO-TEACHER          PIC 9(03).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 DTO-NAME             PIC X(25).

           01 DIST-COUNT-OUT.
               05 DCO-LABEL            PIC X(16).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DCO-KIND             PIC X(4) VALUE "CNT ".
               05 DCO-GRADE OCCURS 9 TIMES.
                  10 DCO-COUNT         PIC ZZZZZ9.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 DCO-TOTAL            PIC ZZZZZ9.
               05 FILLER               PIC X(3) VALUE SPACES.
               05 DCO-AVG              PIC 9.99.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 DCO-FLAG             PIC X(20).

           01 DIST-PCT-OUT.
               05 DPO-LABEL            PIC X(16) VALUE SPACES.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DPO-KIND             PIC X(4) VALUE "PCT ".
               05 DPO-GRADE OCCURS 9 TIMES.
                  10 DPO-PCT           PIC ZZZZ9.
                  10 DPO-PCT-SIGN      PIC X(1).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 DPO-WF-LIT           PIC X(5) VALUE "W+F: ".
               05 DPO-WF-PCT           PIC ZZ9.
               05 DPO-WF-SIGN          PIC X(1) VALUE "%".

           01 PREDICT-HDRS.
               05 PRH-SECTION          PIC X(16)
                   VALUE "SECTION      TCH".
               05 FILLER               PIC X(4) VALUE SPACES.
               05 PRH-6WK              PIC X(30)
                   VALUE "6-WK COMPARED  MATCHED    PCT".
               05 FILLER               PIC X(4) VALUE SPACES.
               05 PRH-12WK             PIC X(30)
                   VALUE "12-WK COMPARED MATCHED    PCT".
               05 FILLER               PIC X(4) VALUE SPACES.
               05 PRH-FLAG             PIC X(4) VALUE "FLAG".

           01 PREDICT-OUT.
               05 PRO-LABEL            PIC X(16).
               05 FILLER               PIC X(8) VALUE SPACES.
               05 PRO-6WK-COMPARED     PIC ZZZZ9.
               05 FILLER               PIC X(4) VALUE SPACES.
               05 PRO-6WK-MATCHED      PIC ZZZZ9.
               05 FILLER               PIC X(4) VALUE SPACES.
               05 PRO-6WK-PCT          PIC ZZ9.
               05 PRO-6WK-SIGN         PIC X(1) VALUE "%".
               05 FILLER               PIC X(13) VALUE SPACES.
               05 PRO-12WK-COMPARED    PIC ZZZZ9.
               05 FILLER               PIC X(3) VALUE SPACES.
               05 PRO-12WK-MATCHED     PIC ZZZZ9.
               05 FILLER               PIC X(4) VALUE SPACES.
               05 PRO-12WK-PCT         PIC ZZ9.
               05 PRO-12WK-SIGN        PIC X(1) VALUE "%".
               05 FILLER               PIC X(4) VALUE SPACES.
               05 PRO-FLAG             PIC X(20).

           01 DISTRPT-TOTAL-OUT.
               05 DTT-LIT1             PIC X(24)
                   VALUE "GRADE HISTORY ROWS:     ".
               05 DTT-GH-ROWS          PIC ZZZ,ZZ9.
               05 DTT-LIT2             PIC X(24)
                   VALUE "   GRADES OFF THE SCALE:".
               05 DTT-OFF-SCALE        PIC ZZZ,ZZ9.
               05 DTT-LIT3             PIC X(22)
                   VALUE "   SECTIONS REPORTED: ".
               05 DTT-SECTIONS         PIC ZZ9.

           01 DISTRPT-FLAG-TOTAL-OUT.
               05 DFT-LIT1             PIC X(24)
                   VALUE "SECTIONS HIGH W+F:      ".
               05 DFT-WF-FLAGGED       PIC ZZZ,ZZ9.
               05 DFT-LIT2             PIC X(24)
                   VALUE "   POOR PREDICTORS:     ".
               05 DFT-POOR-PREDICT     PIC ZZZ,ZZ9.
               05 DFT-LIT3             PIC X(22)
                   VALUE "   MARKS COMPARED:    ".
               05 DFT-COMPARED         PIC ZZZ,ZZ9.
      *----------------*

      ******************************************************************
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           PERFORM 057-READ-RUNCTL.
           PERFORM OPEN-FILES.
           PERFORM 110-WRITE-GRDDRPT-HDRS.

           PERFORM 150-READ-TCHMAST
               UNTIL END-OF-FILE-TM = "YES".
           PERFORM 170-READ-CRSECAT
               UNTIL END-OF-FILE-CAT = "YES".

           PERFORM 200-READ-GRDHIST
               UNTIL END-OF-FILE-GH = "YES".

           PERFORM 400-READ-CRSEREG
               UNTIL END-OF-FILE-CR = "YES".

           MOVE 1 TO WS-BUILD-SUB.
           PERFORM 500-BUILD-ONE-GROUP
               UNTIL WS-BUILD-SUB = SC-SUB.

      *---Part one - the sections by department, then the term---*
           MOVE ZEROS TO TRM-ACCUM.
           MOVE 1 TO CURR-DL-IDX.
           PERFORM 600-PRINT-ONE-DEPT-GROUP
               UNTIL CURR-DL-IDX = DL-SUB.
           PERFORM 660-PRINT-TERM-TOTAL.

      *---Part two - the same grades subtotaled by teacher---*
           MOVE "SUBTOTALS BY TEACHER" TO DPT-TITLE.
           PERFORM 120-WRITE-PART-HDRS.
           MOVE 1 TO CURR-TL-IDX.
           PERFORM 680-PRINT-ONE-TEACHER-GROUP
               UNTIL CURR-TL-IDX = TL-SUB.

      *---Part three - the progress marks against the final grade---*
           PERFORM 700-WRITE-PREDICT-HDRS.
           MOVE 1 TO WS-PRINT-SUB.
           PERFORM 710-PRINT-ONE-PREDICTION
               UNTIL WS-PRINT-SUB = SC-SUB.

           PERFORM 870-WRITE-TOTALS.

           PERFORM 980-CLOSE-ALL-FILES.
           STOP RUN.
      *--------------------*

      *--------------------*
      *a missing grade history means no term has posted yet - an
      *empty report, not an error. a missing catalog or teacher
      *master only costs teachers and names, and a missing
      *registration file only costs the progress-mark comparison
       OPEN-FILES.
           OPEN INPUT  GRDHIST.
           OPEN INPUT  CRSECAT.
           OPEN INPUT  TCHMAST.
           OPEN INPUT  CRSEREG.
           OPEN OUTPUT GRDDRPT.
           IF WS-GH-STATUS = "00"
               MOVE "Y" TO GRDHIST-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-GH
               DISPLAY "GRDDIST: GRADE HISTORY FILE grdhist.dat "
                       "NOT FOUND - NO GRADES TO COUNT."
           END-IF.
           IF WS-CAT-STATUS = "00"
               MOVE "Y" TO CAT-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-CAT
           END-IF.
           IF WS-TM-STATUS = "00"
               MOVE "Y" TO TM-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-TM
           END-IF.
           IF WS-CR-STATUS = "00"
               MOVE "Y" TO CR-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-CR
               DISPLAY "GRDDIST: REGISTRATION FILE crsereg.dat NOT "
                       "FOUND - NO PROGRESS MARKS COMPARED."
           END-IF.
           IF TERM-FILTER-SW = "N"
               MOVE "YES" TO END-OF-FILE-GH
               MOVE "YES" TO END-OF-FILE-CR
               DISPLAY "GRDDIST: RUN CONTROL FILE runctl.dat NOT "
                       "FOUND - NO TERM TO REPORT."
           END-IF.
       OPEN-FILES-END.
      *--------------------*

      *--------------------*
      *reads the term to report from the run-control file
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
       110-WRITE-GRDDRPT-HDRS.
      *writes the report headers, with the margins the run applied,
      *and the column headers for part one
           MOVE WS-CURR-TERM-YEAR TO DTL-YEAR.
           MOVE WS-CURR-TERM-MONTH TO DTL-MONTH.
           MOVE DISTRPT-TOPLINE TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.

           MOVE WS-WF-MARGIN TO DCR-MARGIN.
           MOVE WS-MIN-MATCH-PCT TO DCR-MIN-MATCH.
           MOVE DISTRPT-CRITERIA TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.

           MOVE "GRADES BY SECTION WITHIN DEPARTMENT" TO DPT-TITLE.
           PERFORM 120-WRITE-PART-HDRS.
      *--------------------*

      *--------------------*
       120-WRITE-PART-HDRS.
      *writes the title and column headers for a distribution part
           MOVE FILLER-LINE TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE DISTRPT-PART-OUT TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE DISTRPT-HDRS TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       150-READ-TCHMAST.
      *reads the teacher master file into a table for the teacher-
      *number-to-name lookup
           READ TCHMAST
           AT END MOVE "YES" TO END-OF-FILE-TM
           NOT AT END PERFORM 160-STORE-TEACHER.
      *--------------------*

      *--------------------*
       160-STORE-TEACHER.
      *stores one teacher master row into the table
           IF TM-SUB > TEACHER-TABLE-MAX
               DISPLAY "GRDDIST: TCHMAST-TABLE IS FULL AT "
                       TEACHER-TABLE-MAX " TEACHERS - RAISE THE "
                       "OCCURS 50 LIMIT ON TM-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE TM-TEACHER-NUM TO TM-NUM-OUT(TM-SUB).
           MOVE TM-TEACHER-NAME TO TM-NAME-OUT(TM-SUB).
           ADD 1 TO TM-SUB.
      *--------------------*

      *--------------------*
       170-READ-CRSECAT.
      *reads the course catalog into a table for the teacher of
      *record lookup
           READ CRSECAT
           AT END MOVE "YES" TO END-OF-FILE-CAT
           NOT AT END PERFORM 180-STORE-CATALOG.
      *--------------------*

      *--------------------*
       180-STORE-CATALOG.
      *stores one catalog section into the table
           IF CAT-SUB > CATALOG-TABLE-MAX
               DISPLAY "GRDDIST: CRSECAT-REC-TABLE IS FULL AT "
                       CATALOG-TABLE-MAX " SECTIONS - RAISE THE "
                       "OCCURS 104 LIMIT ON CAT-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE CAT-DEPARTMENT-CODE TO CAT-DEPT-CODE-OUT(CAT-SUB).
           MOVE CAT-COURSE-NUMBER TO CAT-CRSE-NUM-OUT(CAT-SUB).
           MOVE CAT-SECTION-NUMBER TO CAT-SECTION-NUM-OUT(CAT-SUB).
           MOVE CAT-TEACHER-NUMBER TO CAT-TEACHER-OUT(CAT-SUB).
           ADD 1 TO CAT-SUB.
      *--------------------*

      *--------------------*
       200-READ-GRDHIST.
      *Reads the next history row in key order
           READ GRDHIST NEXT
           AT END MOVE "YES" TO END-OF-FILE-GH
           NOT AT END PERFORM 300-PROCESS-ONE-ROW.
      *--------------------*

      *--------------------*
      *counts one of the term's grades into its section - every
      *other term's rows pass by untouched. a superseded attempt
      *still counts, since the grade was given in that section; a
      *grade off the scale is only counted in the run totals
       300-PROCESS-ONE-ROW.
           IF GH-TERM-YEAR = WS-CURR-TERM-YEAR
               AND GH-TERM-MONTH = WS-CURR-TERM-MONTH
               ADD 1 TO WS-CT-GH-ROWS
               PERFORM 340-FIND-GRADE-COLUMN
               IF GRADE-FOUND-SW = "N"
                   ADD 1 TO WS-CT-OFF-SCALE
               ELSE
                   MOVE GH-DEPARTMENT-CODE TO CURR-DEPT-CODE
                   MOVE GH-COURSE-NUMBER TO CURR-CRSE-NUM
                   MOVE GH-SECTION-NUMBER TO CURR-SECTION-NUM
                   PERFORM 310-FIND-SECTION
                   IF SC-FOUND-SW = "N"
                       PERFORM 320-ADD-SECTION
                   END-IF
                   PERFORM 350-COUNT-GRADE
               END-IF
           END-IF.
      *--------------------*

      *--------------------*
       310-FIND-SECTION.
      *searches the section table for the current section - on a
      *hit CURR-SC-IDX is the section's entry
           MOVE "N" TO SC-FOUND-SW.
           MOVE 1 TO SC-SEARCH-SUB.
           PERFORM 315-SEARCH-SECTION
               UNTIL SC-FOUND-SW = "Y"
               OR SC-SEARCH-SUB = SC-SUB.
           MOVE SC-SEARCH-SUB TO CURR-SC-IDX.
      *--------------------*

      *--------------------*
       315-SEARCH-SECTION.
           IF SC-DEPT(SC-SEARCH-SUB) = CURR-DEPT-CODE
               AND SC-CRSE(SC-SEARCH-SUB) = CURR-CRSE-NUM
               AND SC-SEC(SC-SEARCH-SUB) = CURR-SECTION-NUM
               MOVE "Y" TO SC-FOUND-SW
           ELSE
               ADD 1 TO SC-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *opens a new section entry, with the teacher of record from
      *the catalog when the section is on it
       320-ADD-SECTION.
           IF SC-SUB > SECTION-TABLE-MAX
               DISPLAY "GRDDIST: SECTION-TABLE IS FULL AT "
                       SECTION-TABLE-MAX " SECTIONS - RAISE THE "
                       "OCCURS 300 LIMIT ON SECTION-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE SC-SUB TO CURR-SC-IDX.
           MOVE CURR-DEPT-CODE TO SC-DEPT(CURR-SC-IDX).
           MOVE CURR-CRSE-NUM TO SC-CRSE(CURR-SC-IDX).
           MOVE CURR-SECTION-NUM TO SC-SEC(CURR-SC-IDX).
           MOVE ZEROS TO SC-ACCUM(CURR-SC-IDX).
           MOVE 0 TO SC-6WK-COMPARED(CURR-SC-IDX).
           MOVE 0 TO SC-6WK-MATCHED(CURR-SC-IDX).
           MOVE 0 TO SC-12WK-COMPARED(CURR-SC-IDX).
           MOVE 0 TO SC-12WK-MATCHED(CURR-SC-IDX).
           MOVE 0 TO SC-TEACHER(CURR-SC-IDX).
           MOVE "N" TO CAT-FOUND-SW.
           MOVE 1 TO CAT-SEARCH-SUB.
           PERFORM 330-SEARCH-CATALOG
               UNTIL CAT-FOUND-SW = "Y"
               OR CAT-SEARCH-SUB = CAT-SUB.
           IF CAT-FOUND-SW = "Y"
               MOVE CAT-TEACHER-OUT(CAT-SEARCH-SUB)
                   TO SC-TEACHER(CURR-SC-IDX)
           END-IF.
           ADD 1 TO SC-SUB.
      *--------------------*

      *--------------------*
       330-SEARCH-CATALOG.
           IF CAT-DEPT-CODE-OUT(CAT-SEARCH-SUB) = CURR-DEPT-CODE
               AND CAT-CRSE-NUM-OUT(CAT-SEARCH-SUB) = CURR-CRSE-NUM
               AND CAT-SECTION-NUM-OUT(CAT-SEARCH-SUB)
                   = CURR-SECTION-NUM
               MOVE "Y" TO CAT-FOUND-SW
           ELSE
               ADD 1 TO CAT-SEARCH-SUB.
      *--------------------*

      *--------------------*
       340-FIND-GRADE-COLUMN.
      *finds the history grade's column in the grading scale
           MOVE "N" TO GRADE-FOUND-SW.
           MOVE 1 TO WS-GRADE-SUB.
           PERFORM 345-SEARCH-GRADE
               UNTIL GRADE-FOUND-SW = "Y"
               OR WS-GRADE-SUB > GRADE-MAX.
      *--------------------*

      *--------------------*
       345-SEARCH-GRADE.
           IF GRADE-LETTER(WS-GRADE-SUB) = GH-SEMESTER-GRADE
               MOVE "Y" TO GRADE-FOUND-SW
           ELSE
               ADD 1 TO WS-GRADE-SUB.
      *--------------------*

      *--------------------*
      *counts the grade in its column - A through F grades also
      *carry their grade points into the section average
       350-COUNT-GRADE.
           ADD 1 TO SC-COUNT(CURR-SC-IDX, WS-GRADE-SUB).
           ADD 1 TO SC-TOTAL(CURR-SC-IDX).
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
           IF WS-GRADE-SUB NOT > 5
               ADD WS-GRADE-POINTS TO SC-POINTS(CURR-SC-IDX)
               ADD 1 TO SC-GRADED(CURR-SC-IDX)
           END-IF.
      *--------------------*

      *--------------------*
       400-READ-CRSEREG.
      *Reads the next registration row
           READ CRSEREG
           AT END MOVE "YES" TO END-OF-FILE-CR
           NOT AT END PERFORM 410-COMPARE-PROGRESS.
      *--------------------*

      *--------------------*
      *compares one of the term's registrations' progress marks to
      *its semester grade - a blank mark or a blank semester grade
      *has nothing to compare. only sections the history counted are
      *compared, and a section off the catalog takes its teacher
      *from the registration
       410-COMPARE-PROGRESS.
           IF CR-COURSE-START-YEAR = WS-CURR-TERM-YEAR
               AND CR-COURSE-START-MONTH = WS-CURR-TERM-MONTH
               MOVE CR-DEPARTMENT-CODE TO CURR-DEPT-CODE
               MOVE CR-COURSE-NUMBER TO CURR-CRSE-NUM
               MOVE CR-SECTION-NUMBER TO CURR-SECTION-NUM
               PERFORM 310-FIND-SECTION
               IF SC-FOUND-SW = "Y"
                   IF SC-TEACHER(CURR-SC-IDX) = 0
                       MOVE CR-TEACHER-NUMBER
                           TO SC-TEACHER(CURR-SC-IDX)
                   END-IF
                   IF CR-SEMESTER-GRADE NOT = SPACE
                       PERFORM 420-COMPARE-MARKS
                   END-IF
               END-IF
           END-IF.
      *--------------------*

      *--------------------*
       420-COMPARE-MARKS.
      *tallies the 6-week and 12-week marks against the final grade
           IF CR-6-WEEKS-GRADE NOT = SPACE
               ADD 1 TO SC-6WK-COMPARED(CURR-SC-IDX)
               ADD 1 TO WS-CT-CR-COMPARED
               IF CR-6-WEEKS-GRADE = CR-SEMESTER-GRADE
                   ADD 1 TO SC-6WK-MATCHED(CURR-SC-IDX)
               END-IF
           END-IF.
           IF CR-12-WEEKS-GRADE NOT = SPACE
               ADD 1 TO SC-12WK-COMPARED(CURR-SC-IDX)
               ADD 1 TO WS-CT-CR-COMPARED
               IF CR-12-WEEKS-GRADE = CR-SEMESTER-GRADE
                   ADD 1 TO SC-12WK-MATCHED(CURR-SC-IDX)
               END-IF
           END-IF.
      *--------------------*

      *--------------------*
      *adds a section's department and teacher to the distinct
      *group lists, if new
       500-BUILD-ONE-GROUP.
           MOVE SC-DEPT(WS-BUILD-SUB) TO CURR-DEPT-CODE.
           PERFORM 520-CHECK-DEPT-LISTED.
           IF FOUND-SW = "N"
               IF DL-SUB > DEPT-TABLE-MAX
                   DISPLAY "GRDDIST: DEPT-LIST IS FULL AT "
                           DEPT-TABLE-MAX " DEPARTMENTS - RAISE THE "
                           "OCCURS 50 LIMIT ON DL-ENTRY."
                   PERFORM 980-CLOSE-ALL-FILES
                   STOP RUN
               END-IF
               MOVE CURR-DEPT-CODE TO DL-ENTRY(DL-SUB)
               ADD 1 TO DL-SUB
           END-IF.
           MOVE SC-TEACHER(WS-BUILD-SUB) TO CURR-TEACHER-NUM.
           PERFORM 540-CHECK-TEACHER-LISTED.
           IF FOUND-SW = "N"
               IF TL-SUB > TEACHER-TABLE-MAX
                   DISPLAY "GRDDIST: TCH-LIST IS FULL AT "
                           TEACHER-TABLE-MAX " TEACHERS - RAISE THE "
                           "OCCURS 50 LIMIT ON TL-ENTRY."
                   PERFORM 980-CLOSE-ALL-FILES
                   STOP RUN
               END-IF
               MOVE CURR-TEACHER-NUM TO TL-ENTRY(TL-SUB)
               ADD 1 TO TL-SUB
           END-IF.
           ADD 1 TO WS-BUILD-SUB.
      *--------------------*

      *--------------------*
       520-CHECK-DEPT-LISTED.
      *searches the distinct department list for CURR-DEPT-CODE
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO WS-SEARCH-SUB.
           PERFORM 525-SEARCH-DEPT
               UNTIL FOUND-SW = "Y"
               OR WS-SEARCH-SUB = DL-SUB.
      *--------------------*

      *--------------------*
       525-SEARCH-DEPT.
           IF DL-ENTRY(WS-SEARCH-SUB) = CURR-DEPT-CODE
               MOVE "Y" TO FOUND-SW
           ELSE
               ADD 1 TO WS-SEARCH-SUB.
      *--------------------*

      *--------------------*
       540-CHECK-TEACHER-LISTED.
      *searches the distinct teacher list for CURR-TEACHER-NUM
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO WS-SEARCH-SUB.
           PERFORM 545-SEARCH-TEACHER-LIST
               UNTIL FOUND-SW = "Y"
               OR WS-SEARCH-SUB = TL-SUB.
      *--------------------*

      *--------------------*
       545-SEARCH-TEACHER-LIST.
           IF TL-ENTRY(WS-SEARCH-SUB) = CURR-TEACHER-NUM
               MOVE "Y" TO FOUND-SW
           ELSE
               ADD 1 TO WS-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *prints one department - a first pass totals its sections so
      *each section's W-plus-F rate can be held against the
      *department's, a second prints the sections, and the
      *department subtotal follows
       600-PRINT-ONE-DEPT-GROUP.
           MOVE DL-ENTRY(CURR-DL-IDX) TO CURR-DEPT-CODE.
           MOVE ZEROS TO GRP-ACCUM.
           MOVE 1 TO WS-PRINT-SUB.
           PERFORM 610-SUM-DEPT-SECTION
               UNTIL WS-PRINT-SUB = SC-SUB.
           MOVE GRP-ACCUM TO WRK-ACCUM.
           PERFORM 740-FIGURE-WF-PCT.
           MOVE WS-WF-PCT TO WS-DEPT-WF-PCT.
           COMPUTE WS-WF-LIMIT = WS-DEPT-WF-PCT + WS-WF-MARGIN.

           MOVE SPACES TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE CURR-DEPT-CODE TO DDO-DEPT.
           MOVE DISTRPT-DEPT-OUT TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE 1 TO WS-PRINT-SUB.
           PERFORM 650-PRINT-DEPT-SECTION
               UNTIL WS-PRINT-SUB = SC-SUB.

           MOVE GRP-ACCUM TO WRK-ACCUM.
           MOVE "DEPT TOTAL" TO CURR-LABEL.
           PERFORM 750-FORMAT-DIST-LINES.
           PERFORM 760-WRITE-DIST-LINES.
           MOVE 1 TO WS-GRADE-SUB.
           PERFORM 630-ADD-ONE-TERM-GRADE
               UNTIL WS-GRADE-SUB > GRADE-MAX.
           ADD GRP-TOTAL TO TRM-TOTAL.
           ADD GRP-POINTS TO TRM-POINTS.
           ADD GRP-GRADED TO TRM-GRADED.
           ADD 1 TO CURR-DL-IDX.
      *--------------------*

      *--------------------*
      *adds a section into the group totals if it is in this
      *department
       610-SUM-DEPT-SECTION.
           IF SC-DEPT(WS-PRINT-SUB) = CURR-DEPT-CODE
               PERFORM 620-ADD-SECTION-TO-GROUP
           END-IF.
           ADD 1 TO WS-PRINT-SUB.
      *--------------------*

      *--------------------*
       620-ADD-SECTION-TO-GROUP.
      *adds the section at WS-PRINT-SUB into the group totals
           MOVE 1 TO WS-GRADE-SUB.
           PERFORM 625-ADD-ONE-GROUP-GRADE
               UNTIL WS-GRADE-SUB > GRADE-MAX.
           ADD SC-TOTAL(WS-PRINT-SUB) TO GRP-TOTAL.
           ADD SC-POINTS(WS-PRINT-SUB) TO GRP-POINTS.
           ADD SC-GRADED(WS-PRINT-SUB) TO GRP-GRADED.
      *--------------------*

      *--------------------*
       625-ADD-ONE-GROUP-GRADE.
           ADD SC-COUNT(WS-PRINT-SUB, WS-GRADE-SUB)
               TO GRP-COUNT(WS-GRADE-SUB).
           ADD 1 TO WS-GRADE-SUB.
      *--------------------*

      *--------------------*
       630-ADD-ONE-TERM-GRADE.
           ADD GRP-COUNT(WS-GRADE-SUB) TO TRM-COUNT(WS-GRADE-SUB).
           ADD 1 TO WS-GRADE-SUB.
      *--------------------*

      *--------------------*
      *prints one section if it is in this department, flagged when
      *its W-plus-F rate runs more than the margin above the
      *department's
       650-PRINT-DEPT-SECTION.
           IF SC-DEPT(WS-PRINT-SUB) = CURR-DEPT-CODE
               MOVE SC-ACCUM(WS-PRINT-SUB) TO WRK-ACCUM
               PERFORM 730-BUILD-SECTION-LABEL
               PERFORM 750-FORMAT-DIST-LINES
               IF WS-WF-PCT > WS-WF-LIMIT
                   MOVE "HIGH W+F VS DEPT" TO DCO-FLAG
                   ADD 1 TO WS-CT-WF-FLAGGED
               END-IF
               PERFORM 760-WRITE-DIST-LINES
           END-IF.
           ADD 1 TO WS-PRINT-SUB.
      *--------------------*

      *--------------------*
       660-PRINT-TERM-TOTAL.
      *prints the term total across every department
           MOVE DASHED-LINE TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE TRM-ACCUM TO WRK-ACCUM.
           MOVE "TERM TOTAL" TO CURR-LABEL.
           PERFORM 750-FORMAT-DIST-LINES.
           PERFORM 760-WRITE-DIST-LINES.
      *--------------------*

      *--------------------*
      *prints one teacher's subtotal across all their sections
       680-PRINT-ONE-TEACHER-GROUP.
           MOVE TL-ENTRY(CURR-TL-IDX) TO CURR-TEACHER-NUM.
           MOVE ZEROS TO GRP-ACCUM.
           MOVE 1 TO WS-PRINT-SUB.
           PERFORM 690-SUM-TEACHER-SECTION
               UNTIL WS-PRINT-SUB = SC-SUB.
           PERFORM 790-LOOKUP-TEACHER-NAME.
           MOVE SPACES TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE CURR-TEACHER-NUM TO DTO-TEACHER.
           MOVE CURR-TEACHER-NAME TO DTO-NAME.
           MOVE DISTRPT-TEACHER-OUT TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE GRP-ACCUM TO WRK-ACCUM.
           MOVE "TEACHER TOTAL" TO CURR-LABEL.
           PERFORM 750-FORMAT-DIST-LINES.
           PERFORM 760-WRITE-DIST-LINES.
           ADD 1 TO CURR-TL-IDX.
      *--------------------*

      *--------------------*
      *adds a section into the group totals if this teacher
      *teaches it
       690-SUM-TEACHER-SECTION.
           IF SC-TEACHER(WS-PRINT-SUB) = CURR-TEACHER-NUM
               PERFORM 620-ADD-SECTION-TO-GROUP
           END-IF.
           ADD 1 TO WS-PRINT-SUB.
      *--------------------*

      *--------------------*
       700-WRITE-PREDICT-HDRS.
      *writes the title and column headers for the progress marks
           MOVE SPACES TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE FILLER-LINE TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE "PROGRESS MARKS AGAINST THE SEMESTER GRADE"
               TO DPT-TITLE.
           MOVE DISTRPT-PART-OUT TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE PREDICT-HDRS TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
      *prints one section's progress-mark match rates - a section
      *with no marks to compare is left off. either mark matching
      *the semester grade less often than the minimum flags the
      *section
       710-PRINT-ONE-PREDICTION.
           IF SC-6WK-COMPARED(WS-PRINT-SUB) > 0
               OR SC-12WK-COMPARED(WS-PRINT-SUB) > 0
               PERFORM 730-BUILD-SECTION-LABEL
               MOVE CURR-LABEL TO PRO-LABEL
               MOVE 0 TO WS-6WK-PCT
               MOVE 0 TO WS-12WK-PCT
               IF SC-6WK-COMPARED(WS-PRINT-SUB) > 0
                   COMPUTE WS-6WK-PCT ROUNDED =
                       SC-6WK-MATCHED(WS-PRINT-SUB) * 100
                       / SC-6WK-COMPARED(WS-PRINT-SUB)
               END-IF
               IF SC-12WK-COMPARED(WS-PRINT-SUB) > 0
                   COMPUTE WS-12WK-PCT ROUNDED =
                       SC-12WK-MATCHED(WS-PRINT-SUB) * 100
                       / SC-12WK-COMPARED(WS-PRINT-SUB)
               END-IF
               MOVE SC-6WK-COMPARED(WS-PRINT-SUB) TO PRO-6WK-COMPARED
               MOVE SC-6WK-MATCHED(WS-PRINT-SUB) TO PRO-6WK-MATCHED
               MOVE WS-6WK-PCT TO PRO-6WK-PCT
               MOVE SC-12WK-COMPARED(WS-PRINT-SUB)
                   TO PRO-12WK-COMPARED
               MOVE SC-12WK-MATCHED(WS-PRINT-SUB) TO PRO-12WK-MATCHED
               MOVE WS-12WK-PCT TO PRO-12WK-PCT
               PERFORM 720-SET-PREDICT-FLAG
               MOVE PREDICT-OUT TO DIST-AREA
               WRITE DIST-AREA AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO WS-PRINT-SUB.
      *--------------------*

      *--------------------*
       720-SET-PREDICT-FLAG.
      *names which of the section's progress marks predicted poorly
           MOVE SPACES TO PRO-FLAG.
           IF SC-6WK-COMPARED(WS-PRINT-SUB) > 0
               AND WS-6WK-PCT < WS-MIN-MATCH-PCT
               MOVE "POOR 6-WK PREDICTOR" TO PRO-FLAG
           END-IF.
           IF SC-12WK-COMPARED(WS-PRINT-SUB) > 0
               AND WS-12WK-PCT < WS-MIN-MATCH-PCT
               IF PRO-FLAG = SPACES
                   MOVE "POOR 12-WK PREDICTOR" TO PRO-FLAG
               ELSE
                   MOVE "POOR 6 + 12-WK" TO PRO-FLAG
               END-IF
           END-IF.
           IF PRO-FLAG NOT = SPACES
               ADD 1 TO WS-CT-POOR-PREDICT
           END-IF.
      *--------------------*

      *--------------------*
       730-BUILD-SECTION-LABEL.
      *builds the section-and-teacher label for WS-PRINT-SUB
           MOVE SC-DEPT(WS-PRINT-SUB) TO SL-DEPT.
           MOVE SC-CRSE(WS-PRINT-SUB) TO SL-CRSE.
           MOVE SC-SEC(WS-PRINT-SUB) TO SL-SEC.
           MOVE SC-TEACHER(WS-PRINT-SUB) TO SL-TEACHER.
           MOVE SECTION-LABEL TO CURR-LABEL.
      *--------------------*

      *--------------------*
       740-FIGURE-WF-PCT.
      *figures the W-plus-F rate of the work totals
           IF WRK-TOTAL = 0
               MOVE 0 TO WS-WF-PCT
           ELSE
               COMPUTE WS-WF-PCT ROUNDED =
                   (WRK-COUNT(5) + WRK-COUNT(7)) * 100 / WRK-TOTAL
           END-IF.
      *--------------------*

      *--------------------*
      *formats the count and percent lines from the work totals,
      *under CURR-LABEL, with the average grade points and the
      *W-plus-F rate - the flag starts out blank
       750-FORMAT-DIST-LINES.
           MOVE CURR-LABEL TO DCO-LABEL.
           MOVE SPACES TO DCO-FLAG.
           MOVE 1 TO WS-GRADE-SUB.
           PERFORM 755-FORMAT-ONE-GRADE
               UNTIL WS-GRADE-SUB > GRADE-MAX.
           MOVE WRK-TOTAL TO DCO-TOTAL.
           IF WRK-GRADED = 0
               MOVE 0 TO WS-AVG-POINTS
           ELSE
               COMPUTE WS-AVG-POINTS ROUNDED =
                   WRK-POINTS / WRK-GRADED
           END-IF.
           MOVE WS-AVG-POINTS TO DCO-AVG.
           PERFORM 740-FIGURE-WF-PCT.
           MOVE WS-WF-PCT TO DPO-WF-PCT.
      *--------------------*

      *--------------------*
       755-FORMAT-ONE-GRADE.
           MOVE WRK-COUNT(WS-GRADE-SUB) TO DCO-COUNT(WS-GRADE-SUB).
           IF WRK-TOTAL = 0
               MOVE 0 TO DPO-PCT(WS-GRADE-SUB)
           ELSE
               COMPUTE DPO-PCT(WS-GRADE-SUB) ROUNDED =
                   WRK-COUNT(WS-GRADE-SUB) * 100 / WRK-TOTAL
           END-IF.
           MOVE "%" TO DPO-PCT-SIGN(WS-GRADE-SUB).
           ADD 1 TO WS-GRADE-SUB.
      *--------------------*

      *--------------------*
       760-WRITE-DIST-LINES.
      *writes the count line and the percent line beneath it
           MOVE DIST-COUNT-OUT TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE DIST-PCT-OUT TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       790-LOOKUP-TEACHER-NAME.
      *looks up the instructor name for CURR-TEACHER-NUM
           MOVE SPACES TO CURR-TEACHER-NAME.
           MOVE 1 TO TM-SEARCH-SUB.
           MOVE "N" TO TM-FOUND-SW.
           PERFORM 795-SEARCH-TEACHER
               UNTIL TM-FOUND-SW = "Y"
               OR TM-SEARCH-SUB = TM-SUB.
           IF TM-FOUND-SW = "N"
               MOVE "TEACHER NOT ON FILE" TO CURR-TEACHER-NAME
           END-IF.
      *--------------------*

      *--------------------*
       795-SEARCH-TEACHER.
           IF TM-NUM-OUT(TM-SEARCH-SUB) = CURR-TEACHER-NUM
               MOVE TM-NAME-OUT(TM-SEARCH-SUB) TO CURR-TEACHER-NAME
               MOVE "Y" TO TM-FOUND-SW
           ELSE
               ADD 1 TO TM-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *writes the run totals - rows counted, sections reported and
      *the sections flagged
       870-WRITE-TOTALS.
           MOVE DASHED-LINE TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE WS-CT-GH-ROWS TO DTT-GH-ROWS.
           MOVE WS-CT-OFF-SCALE TO DTT-OFF-SCALE.
           COMPUTE DTT-SECTIONS = SC-SUB - 1.
           MOVE DISTRPT-TOTAL-OUT TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
           MOVE WS-CT-WF-FLAGGED TO DFT-WF-FLAGGED.
           MOVE WS-CT-POOR-PREDICT TO DFT-POOR-PREDICT.
           MOVE WS-CT-CR-COMPARED TO DFT-COMPARED.
           MOVE DISTRPT-FLAG-TOTAL-OUT TO DIST-AREA.
           WRITE DIST-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
      *closes everything, on the normal and the abort paths alike
       980-CLOSE-ALL-FILES.
           IF GRDHIST-OPEN-SW = "Y"
               CLOSE GRDHIST
           END-IF.
           IF CAT-OPEN-SW = "Y"
               CLOSE CRSECAT
           END-IF.
           IF TM-OPEN-SW = "Y"
               CLOSE TCHMAST
           END-IF.
           IF CR-OPEN-SW = "Y"
               CLOSE CRSEREG
           END-IF.
           CLOSE GRDDRPT.
      *--------------------*

       END PROGRAM GRDDIST.
