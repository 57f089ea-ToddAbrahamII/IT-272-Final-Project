      ******************************************************************
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Applies the instructors' final grade sheets, keyed
      * into the grade-submission file (grdsub.dat), to the current
      * runctl.dat term's registrations - until now the semester
      * grade arrived already filled in on the crsereg.dat extract
      * and nobody could tell which sections never turned grades in.
      * A row is rejected when the student is not registered in the
      * section this term, when the sheet's teacher is not the
      * section's teacher, or when the grade is off the A-F/I/W/P/N
      * scale. A corrected registration file is written to CRSEREG
      * the way DROPREG writes its - the operator copies it in as
      * the new crsereg.dat once the audit report (GSUBRPT) is
      * reviewed. MISSGRD then lists, by teacher number and name,
      * every section of the term still short of a complete grade
      * set, so the registrar knows whom to call before the merge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDSUB.
      ******************************************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT GRDSUB ASSIGN TO "grdsub.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-GS-STATUS.

                   SELECT CRSEREG-OLD ASSIGN TO "crsereg.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CR-STATUS.

                   SELECT CRSEREG-NEW ASSIGN TO "CRSEREG"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT TCHMAST ASSIGN TO "tchmast.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TM-STATUS.

                   SELECT RUNCTL ASSIGN TO "runctl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RC-STATUS.

                   SELECT GSUBRPT ASSIGN TO "GSUBRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT MISSGRD ASSIGN TO "MISSGRD"
                       ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *--------------*
       FILE SECTION.
      **Copies Code from GRDSUB
           FD GRDSUB.
               COPY "grdsub.cpy".

      **Copies Code from CRSEREG - the registrations as extracted
           FD CRSEREG-OLD.
               COPY "crsereg.cpy" REPLACING CRSEREG-RECORD
                   BY CRSEREG-OLD-REC.

      **Copies Code from CRSEREG - the registrations with the
      **submitted grades applied
           FD CRSEREG-NEW.
               COPY "crsereg.cpy" REPLACING CRSEREG-RECORD
                   BY CRSEREG-NEW-REC.

      **Copies Code from TCHMAST
           FD TCHMAST.
               COPY "tchmast.cpy".

      **Current-term run control - read once at startup
           FD RUNCTL.
               COPY "runctl.cpy".

           FD GSUBRPT.
           01 GSUB-AREA                    PIC X(110).

           FD MISSGRD.
           01 MISS-AREA                    PIC X(100).
      *--------------------------*
       WORKING-STORAGE SECTION.

      *--------*
           01 END-OF-FILE-GS               PIC XXX VALUE "NO".
           01 END-OF-FILE-CR               PIC XXX VALUE "NO".
           01 END-OF-FILE-TM               PIC XXX VALUE "NO".
           01 WS-GS-STATUS                 PIC XX.
           01 WS-CR-STATUS                 PIC XX.
           01 WS-TM-STATUS                 PIC XX.
           01 TM-OPEN-SW                   PIC X VALUE "N".
           01 GS-OPEN-SW                   PIC X VALUE "N".
           01 CR-OPEN-SW                   PIC X VALUE "N".

      *--------*
      *the term being graded, per the run-control file - with no
      *runctl.dat every row is taken as current, the way the merge
      *posts every row when it has no term to filter on
           01 WS-RC-STATUS                 PIC XX.
           01 TERM-FILTER-SW               PIC X VALUE "N".
           01 WS-CURR-TERM-YEAR            PIC 9(04) VALUE 0.
           01 WS-CURR-TERM-MONTH           PIC 9(02) VALUE 0.

           01 WS-SUBS-READ                 PIC 9(5) VALUE 0.
           01 WS-SUBS-APPLIED              PIC 9(5) VALUE 0.
           01 WS-SUBS-REPLACED             PIC 9(5) VALUE 0.
           01 WS-SUBS-REJECTED             PIC 9(5) VALUE 0.

      *--------*
      *the registration table - each row is kept whole so the
      *corrected file comes out exactly as extracted, plus the match
      *fields a submission keys on and the grade as it now stands
           01 REG-TABLE-MAX                PIC 9(4) VALUE 500.

           01 REG-TABLE.
            05 REG-ENTRY OCCURS 500 TIMES.
               10 RT-TERM-SW               PIC X(01).
               10 RT-STU-ID                PIC X(09).
               10 RT-DEPT-CODE             PIC X(04).
               10 RT-CRSE-NUM              PIC X(03).
               10 RT-SECTION-NUM           PIC X(02).
               10 RT-TEACHER-NUM           PIC 9(03).
               10 RT-GRADE                 PIC X(01).
               10 RT-REG-REC               PIC X(83).
           05 REG-SUB                      PIC 9(4) VALUE 1.

      *--------*
      *teacher number-to-name lookup
           01 TEACHER-TABLE-MAX            PIC 999 VALUE 50.
           01 TCHMAST-TABLE.
            05 TM-ENTRY OCCURS 50 TIMES.
               10 TM-NUM-OUT               PIC 9(03).
               10 TM-NAME-OUT              PIC X(25).
           05 TM-SUB                       PIC 999 VALUE 1.
           01 TM-SEARCH-SUB                PIC 999.
           01 TM-FOUND-SW                  PIC X.
           01 CURR-TEACHER-NUM             PIC 9(03).
           01 CURR-TEACHER-NAME            PIC X(25).

      *--------*
      *the term's sections with their registered and graded counts,
      *and the distinct teachers in order of first appearance, for
      *the missing-grades listing
           01 SECTION-TABLE-MAX            PIC 999 VALUE 200.
           01 SECTION-TABLE.
            05 SECTION-ENTRY OCCURS 200 TIMES.
               10 SC-DEPT-CODE             PIC X(04).
               10 SC-CRSE-NUM              PIC X(03).
               10 SC-SECTION-NUM           PIC X(02).
               10 SC-TITLE                 PIC X(20).
               10 SC-TEACHER-NUM           PIC 9(03).
               10 SC-REGISTERED            PIC 9(04).
               10 SC-GRADED                PIC 9(04).
           05 SECTION-SUB                  PIC 999 VALUE 1.

           01 TEACHER-LIST-MAX             PIC 999 VALUE 50.
           01 TEACHER-LIST.
            05 TL-ENTRY OCCURS 50 TIMES    PIC 9(03).
           05 TL-SUB                       PIC 999 VALUE 1.

           01 WS-SEARCH-SUB                PIC 9(4).
           01 WS-WRITE-SUB                 PIC 9(4).
           01 WS-BUILD-SUB                 PIC 9(4).
           01 WS-SC-SEARCH-SUB             PIC 999.
           01 WS-SC-MATCH-SUB              PIC 999.
           01 WS-PRINT-SUB                 PIC 999.
           01 WS-TL-SEARCH-SUB             PIC 999.
           01 CURR-TL-IDX                  PIC 999.
           01 RT-MATCH-SUB                 PIC 9(4).
           01 RT-FOUND-SW                  PIC X.
           01 FOUND-SW                     PIC X.
           01 GRADE-OK-SW                  PIC X.
           01 WS-CHECK-GRADE               PIC X(01).
           01 WS-OLD-GRADE                 PIC X(01).
           01 WS-REJ-REASON                PIC X(26) VALUE SPACES.
           01 WS-TEACHER-INCOMPLETE        PIC 9(4).
           01 WS-TEACHER-MISSING           PIC 9(5).
           01 WS-CT-SECTIONS-INCOMPLETE    PIC 9(5) VALUE 0.
           01 WS-CT-ROWS-MISSING           PIC 9(5) VALUE 0.
           01 WS-CT-TERM-SECTIONS          PIC 9(5) VALUE 0.

      *------*
           01 GSUBRPT-TOPLINE.
               05 FILLER               PIC X(30) VALUE SPACES.
               05 HDRGSUB              PIC X(30)
                   VALUE "GRADE SUBMISSION AUDIT REPORT".
               05 FILLER               PIC X(5) VALUE SPACES.
               05 GTL-TERM-LIT         PIC X(5) VALUE "TERM ".
               05 GTL-YEAR             PIC 9(4).
               05 FILLER               PIC X(1) VALUE "/".
               05 GTL-MONTH            PIC 9(2).

           01 FILLER-LINE.
               05 PIC X(100) VALUES ALL "*".

           01 DASHED-LINE.
               05 PIC X(100) VALUES ALL "-".

           01 GSUBRPT-HDRS.
               05 GRH-TCH              PIC X(3) VALUE "TCH".
               05 FILLER               PIC X(2) VALUE SPACES.
               05 GRH-SECTION          PIC X(7) VALUE "SECTION".
               05 FILLER               PIC X(6) VALUE SPACES.
               05 GRH-ID               PIC X(2) VALUE "ID".
               05 FILLER               PIC X(9) VALUE SPACES.
               05 GRH-NAME             PIC X(4) VALUE "NAME".
               05 FILLER               PIC X(23) VALUE SPACES.
               05 GRH-GRADE            PIC X(7) VALUE "OLD/NEW".
               05 FILLER               PIC X(3) VALUE SPACES.
               05 GRH-RESULT           PIC X(6) VALUE "RESULT".
               05 FILLER               PIC X(4) VALUE SPACES.
               05 GRH-REASON           PIC X(6) VALUE "REASON".

           01 GSUBRPT-OUT.
               05 GSO-TCH              PIC X(3).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 GSO-DEPT             PIC X(4).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 GSO-CRSE             PIC X(3).
               05 FILLER               PIC X(1) VALUE "-".
               05 GSO-SEC              PIC X(2).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 GSO-ID               PIC X(9).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 GSO-NAME             PIC X(25).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 GSO-OLD-GRADE        PIC X(1).
               05 FILLER               PIC X(1) VALUE "/".
               05 GSO-NEW-GRADE        PIC X(1).
               05 FILLER               PIC X(7) VALUE SPACES.
               05 GSO-RESULT           PIC X(8).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 GSO-REASON           PIC X(26).

           01 GSUB-TOTALS-OUT.
               05 GST-LIT1             PIC X(12)
                   VALUE "ROWS READ:  ".
               05 GST-READ             PIC ZZZZ9.
               05 GST-LIT2             PIC X(11) VALUE "  APPLIED: ".
               05 GST-APPLIED          PIC ZZZZ9.
               05 GST-LIT3             PIC X(12) VALUE "  REPLACED: ".
               05 GST-REPLACED         PIC ZZZZ9.
               05 GST-LIT4             PIC X(12) VALUE "  REJECTED: ".
               05 GST-REJECTED         PIC ZZZZ9.

           01 MISSGRD-TOPLINE.
               05 FILLER               PIC X(30) VALUE SPACES.
               05 HDRMISS              PIC X(22)
                   VALUE "MISSING GRADES REPORT".
               05 FILLER               PIC X(5) VALUE SPACES.
               05 MTL-TERM-LIT         PIC X(5) VALUE "TERM ".
               05 MTL-YEAR             PIC 9(4).
               05 FILLER               PIC X(1) VALUE "/".
               05 MTL-MONTH            PIC 9(2).

           01 MISSGRD-HDRS.
               05 MRH-SECTION          PIC X(7) VALUE "SECTION".
               05 FILLER               PIC X(8) VALUE SPACES.
               05 MRH-TITLE            PIC X(5) VALUE "TITLE".
               05 FILLER               PIC X(18) VALUE SPACES.
               05 MRH-REG              PIC X(10) VALUE "REGISTERED".
               05 FILLER               PIC X(4) VALUE SPACES.
               05 MRH-GRADED           PIC X(6) VALUE "GRADED".
               05 FILLER               PIC X(4) VALUE SPACES.
               05 MRH-MISSING          PIC X(7) VALUE "MISSING".

           01 MISSGRD-TEACHER-OUT.
               05 MTO-LIT              PIC X(8) VALUE "TEACHER ".
               05 MTO-NUM              PIC 9(3).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 MTO-NAME             PIC X(25).

           01 MISSGRD-OUT.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 MO-DEPT              PIC X(4).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 MO-CRSE              PIC X(3).
               05 FILLER               PIC X(1) VALUE "-".
               05 MO-SEC               PIC X(2).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 MO-TITLE             PIC X(20).
               05 FILLER               PIC X(6) VALUE SPACES.
               05 MO-REGISTERED        PIC ZZZ9.
               05 FILLER               PIC X(8) VALUE SPACES.
               05 MO-GRADED            PIC ZZZ9.
               05 FILLER               PIC X(7) VALUE SPACES.
               05 MO-MISSING           PIC ZZZ9.

           01 MISSGRD-TEACHER-TOTAL-OUT.
               05 FILLER               PIC X(4) VALUE SPACES.
               05 MTT-LIT1             PIC X(25)
                   VALUE "TEACHER TOTAL - SECTIONS:".
               05 MTT-SECTIONS         PIC ZZZ9.
               05 MTT-LIT2             PIC X(20)
                   VALUE "   GRADES MISSING:  ".
               05 MTT-MISSING          PIC ZZZZ9.

           01 MISSGRD-TOTAL-OUT.
               05 MGT-LIT1             PIC X(18)
                   VALUE "TERM SECTIONS:    ".
               05 MGT-SECTIONS         PIC ZZZZ9.
               05 MGT-LIT2             PIC X(20)
                   VALUE "   INCOMPLETE:      ".
               05 MGT-INCOMPLETE       PIC ZZZZ9.
               05 MGT-LIT3             PIC X(20)
                   VALUE "   GRADES MISSING:  ".
               05 MGT-MISSING          PIC ZZZZ9.

           01 MISSGRD-NONE-OUT.
               05 MNO-LIT              PIC X(40)
                   VALUE "EVERY SECTION HAS A COMPLETE GRADE SET.".
      *----------------*

      ******************************************************************
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           PERFORM 057-READ-RUNCTL.
           PERFORM OPEN-FILES.
           PERFORM 110-WRITE-GSUBRPT-HDRS.

      *---Loads the teachers and the registrations as extracted---*
           PERFORM 150-READ-TCHMAST
               UNTIL END-OF-FILE-TM = "YES".
           IF TM-OPEN-SW = "Y"
               CLOSE TCHMAST
           END-IF.

           PERFORM 200-READ-CRSEREG
               UNTIL END-OF-FILE-CR = "YES".
           IF CR-OPEN-SW = "Y"
               CLOSE CRSEREG-OLD
           END-IF.

      *---Applies each submitted grade in file order---*
           PERFORM 300-READ-GRDSUB
               UNTIL END-OF-FILE-GS = "YES".

           PERFORM 870-WRITE-TOTALS.

      *---Writes the registrations with the grades applied for the
      *---operator to copy in---*
           IF CR-OPEN-SW = "Y"
               OPEN OUTPUT CRSEREG-NEW
               MOVE 1 TO WS-WRITE-SUB
               PERFORM 850-WRITE-CRSEREG-NEW
                   UNTIL WS-WRITE-SUB = REG-SUB
               CLOSE CRSEREG-NEW
           END-IF.

      *---Lists the sections still short of a full grade set---*
           MOVE 1 TO WS-BUILD-SUB.
           PERFORM 600-COUNT-ONE-REGISTRATION
               UNTIL WS-BUILD-SUB = REG-SUB.
           PERFORM 650-WRITE-MISSGRD-HDRS.
           MOVE 1 TO CURR-TL-IDX.
           PERFORM 700-PRINT-ONE-TEACHER
               UNTIL CURR-TL-IDX = TL-SUB.
           PERFORM 880-WRITE-MISSGRD-TOTALS.

           PERFORM 980-CLOSE-ALL-FILES.
           STOP RUN.
      *--------------------*

      *--------------------*
      *a missing submission file still lists the missing grades; a
      *missing registration file leaves nothing to grade, and no
      *corrected file is written over the operator's CRSEREG
       OPEN-FILES.
           OPEN INPUT  GRDSUB.
           OPEN INPUT  CRSEREG-OLD.
           OPEN INPUT  TCHMAST.
           OPEN OUTPUT GSUBRPT
                       MISSGRD.
           IF WS-GS-STATUS = "00"
               MOVE "Y" TO GS-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-GS
               DISPLAY "GRDSUB: SUBMISSION FILE grdsub.dat NOT "
                       "FOUND - NO GRADES APPLIED."
           END-IF.
           IF WS-CR-STATUS = "00"
               MOVE "Y" TO CR-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-CR
               MOVE "YES" TO END-OF-FILE-GS
               DISPLAY "GRDSUB: REGISTRATION FILE crsereg.dat NOT "
                       "FOUND - NO GRADES APPLIED."
           END-IF.
           IF WS-TM-STATUS = "00"
               MOVE "Y" TO TM-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-TM
           END-IF.
       OPEN-FILES-END.
      *--------------------*

      *--------------------*
      *reads the term to grade from the run-control file
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
       110-WRITE-GSUBRPT-HDRS.
      *writes the headers for the GSUBRPT report
           MOVE WS-CURR-TERM-YEAR TO GTL-YEAR.
           MOVE WS-CURR-TERM-MONTH TO GTL-MONTH.
           MOVE GSUBRPT-TOPLINE TO GSUB-AREA.
           WRITE GSUB-AREA AFTER ADVANCING 1 LINE.

           MOVE FILLER-LINE TO GSUB-AREA.
           WRITE GSUB-AREA AFTER ADVANCING 1 LINE.

           MOVE GSUBRPT-HDRS TO GSUB-AREA.
           WRITE GSUB-AREA AFTER ADVANCING 1 LINE.

           MOVE DASHED-LINE TO GSUB-AREA.
           WRITE GSUB-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       150-READ-TCHMAST.
      *reads the teacher master file into a table for the missing-
      *grades teacher-number-to-name lookup
           READ TCHMAST
           AT END MOVE "YES" TO END-OF-FILE-TM
           NOT AT END PERFORM 160-STORE-TEACHER.
      *--------------------*

      *--------------------*
       160-STORE-TEACHER.
      *stores one teacher master row into the table
           IF TM-SUB > TEACHER-TABLE-MAX
               DISPLAY "GRDSUB: TCHMAST-TABLE IS FULL AT "
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
       200-READ-CRSEREG.
      *Reads the crsereg.dat file into the table
           READ CRSEREG-OLD
           AT END MOVE "YES" TO END-OF-FILE-CR
           NOT AT END PERFORM 250-STORE-REGISTRATION.
      *--------------------*

      *--------------------*
       250-STORE-REGISTRATION.
      *stores one registration row into the table, marking whether
      *it belongs to the term being graded
           IF REG-SUB > REG-TABLE-MAX
               DISPLAY "GRDSUB: REG-TABLE IS FULL AT "
                       REG-TABLE-MAX " ROWS - RAISE THE OCCURS 500 "
                       "LIMIT ON REG-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE "Y" TO RT-TERM-SW(REG-SUB).
           IF TERM-FILTER-SW = "Y"
               AND (CR-COURSE-START-YEAR OF CRSEREG-OLD-REC
                       NOT = WS-CURR-TERM-YEAR
                 OR CR-COURSE-START-MONTH OF CRSEREG-OLD-REC
                       NOT = WS-CURR-TERM-MONTH)
               MOVE "N" TO RT-TERM-SW(REG-SUB)
           END-IF.
           MOVE CR-STUDENT-ID OF CRSEREG-OLD-REC
               TO RT-STU-ID(REG-SUB).
           MOVE CR-DEPARTMENT-CODE OF CRSEREG-OLD-REC
               TO RT-DEPT-CODE(REG-SUB).
           MOVE CR-COURSE-NUMBER OF CRSEREG-OLD-REC
               TO RT-CRSE-NUM(REG-SUB).
           MOVE CR-SECTION-NUMBER OF CRSEREG-OLD-REC
               TO RT-SECTION-NUM(REG-SUB).
           MOVE CR-TEACHER-NUMBER OF CRSEREG-OLD-REC
               TO RT-TEACHER-NUM(REG-SUB).
           MOVE CR-SEMESTER-GRADE OF CRSEREG-OLD-REC
               TO RT-GRADE(REG-SUB).
           MOVE CRSEREG-OLD-REC TO RT-REG-REC(REG-SUB).
           ADD 1 TO REG-SUB.
      *--------------------*

      *--------------------*
       300-READ-GRDSUB.
      *Reads the next submitted grade
           READ GRDSUB
           AT END MOVE "YES" TO END-OF-FILE-GS
           NOT AT END PERFORM 500-PROCESS-SUBMISSION.
      *--------------------*

      *--------------------*
       500-PROCESS-SUBMISSION.
      *edits and applies one submitted grade
           ADD 1 TO WS-SUBS-READ.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE SPACE TO WS-OLD-GRADE.
           MOVE GS-TEACHER-NUMBER TO GSO-TCH.
           MOVE GS-DEPARTMENT-CODE TO GSO-DEPT.
           MOVE GS-COURSE-NUMBER TO GSO-CRSE.
           MOVE GS-SECTION-NUMBER TO GSO-SEC.
           MOVE GS-STUDENT-ID TO GSO-ID.
           MOVE SPACES TO GSO-NAME.
           MOVE GS-SEMESTER-GRADE TO GSO-NEW-GRADE.

           MOVE GS-SEMESTER-GRADE TO WS-CHECK-GRADE.
           PERFORM 545-CHECK-GRADE.
           IF GRADE-OK-SW = "N"
               MOVE "GRADE NOT ON SCALE" TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES
               PERFORM 530-FIND-REGISTRATION
               IF RT-FOUND-SW = "N"
                   MOVE "STUDENT NOT ON SECTION" TO WS-REJ-REASON
               END-IF
           END-IF.
           IF WS-REJ-REASON = SPACES
               AND GS-TEACHER-NUMBER NOT = SPACES
               AND GS-TEACHER-NUMBER NOT =
                   RT-TEACHER-NUM(RT-MATCH-SUB)
               MOVE "TEACHER NOT ON SECTION" TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES
               PERFORM 540-APPLY-GRADE
           ELSE
               PERFORM 560-WRITE-REJECTED
           END-IF.
      *--------------------*

      *--------------------*
      *finds the student's registration in the section this term
       530-FIND-REGISTRATION.
           MOVE 1 TO WS-SEARCH-SUB.
           MOVE "N" TO RT-FOUND-SW.
           MOVE 0 TO RT-MATCH-SUB.
           PERFORM 535-SEARCH-REGISTRATION
               UNTIL RT-FOUND-SW = "Y"
               OR WS-SEARCH-SUB = REG-SUB.
      *--------------------*

      *--------------------*
       535-SEARCH-REGISTRATION.
           IF RT-TERM-SW(WS-SEARCH-SUB) = "Y"
               AND RT-STU-ID(WS-SEARCH-SUB) = GS-STUDENT-ID
               AND RT-DEPT-CODE(WS-SEARCH-SUB) = GS-DEPARTMENT-CODE
               AND RT-CRSE-NUM(WS-SEARCH-SUB) = GS-COURSE-NUMBER
               AND RT-SECTION-NUM(WS-SEARCH-SUB) = GS-SECTION-NUMBER
               MOVE WS-SEARCH-SUB TO RT-MATCH-SUB
               MOVE "Y" TO RT-FOUND-SW
           ELSE
               ADD 1 TO WS-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *sets the registration's semester grade - a second sheet for
      *the same student and section replaces the first, and the
      *audit line shows the grade it replaced
       540-APPLY-GRADE.
           MOVE RT-GRADE(RT-MATCH-SUB) TO WS-OLD-GRADE.
           MOVE GS-SEMESTER-GRADE TO RT-GRADE(RT-MATCH-SUB).
           MOVE RT-REG-REC(RT-MATCH-SUB) TO CRSEREG-NEW-REC.
           MOVE CR-STUDENT-NAME OF CRSEREG-NEW-REC TO GSO-NAME.
           MOVE WS-OLD-GRADE TO GSO-OLD-GRADE.
           MOVE SPACES TO GSO-REASON.
           IF WS-OLD-GRADE = SPACE
               MOVE "APPLIED" TO GSO-RESULT
               ADD 1 TO WS-SUBS-APPLIED
           ELSE
               MOVE "REPLACED" TO GSO-RESULT
               ADD 1 TO WS-SUBS-REPLACED
           END-IF.
           MOVE GSUBRPT-OUT TO GSUB-AREA.
           WRITE GSUB-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
      *passes a grade on the A-F/I/W/P/N scale - the same grades the
      *merge will post
       545-CHECK-GRADE.
           EVALUATE WS-CHECK-GRADE
               WHEN "A"
               WHEN "B"
               WHEN "C"
               WHEN "D"
               WHEN "F"
               WHEN "I"
               WHEN "W"
               WHEN "P"
               WHEN "N"
                   MOVE "Y" TO GRADE-OK-SW
               WHEN OTHER
                   MOVE "N" TO GRADE-OK-SW
           END-EVALUATE.
      *--------------------*

      *--------------------*
       560-WRITE-REJECTED.
      *writes the audit line for a rejected submission
           MOVE SPACE TO GSO-OLD-GRADE.
           MOVE "REJECTED" TO GSO-RESULT.
           MOVE WS-REJ-REASON TO GSO-REASON.
           MOVE GSUBRPT-OUT TO GSUB-AREA.
           WRITE GSUB-AREA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-SUBS-REJECTED.
      *--------------------*

      *--------------------*
      *counts one of the term's registrations into its section, and
      *its teacher into the teacher list - a registration counts as
      *graded only with a grade the merge will post
       600-COUNT-ONE-REGISTRATION.
           IF RT-TERM-SW(WS-BUILD-SUB) = "Y"
               PERFORM 610-FIND-SECTION
               ADD 1 TO SC-REGISTERED(WS-SC-MATCH-SUB)
               MOVE RT-GRADE(WS-BUILD-SUB) TO WS-CHECK-GRADE
               PERFORM 545-CHECK-GRADE
               IF GRADE-OK-SW = "Y"
                   ADD 1 TO SC-GRADED(WS-SC-MATCH-SUB)
               END-IF
               PERFORM 630-ADD-TEACHER
           END-IF.
           ADD 1 TO WS-BUILD-SUB.
      *--------------------*

      *--------------------*
      *finds the registration's section in the section table,
      *adding it on first sight
       610-FIND-SECTION.
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO WS-SC-SEARCH-SUB.
           PERFORM 615-SEARCH-SECTION
               UNTIL FOUND-SW = "Y"
               OR WS-SC-SEARCH-SUB = SECTION-SUB.
           IF FOUND-SW = "N"
               IF SECTION-SUB > SECTION-TABLE-MAX
                   DISPLAY "GRDSUB: SECTION-TABLE IS FULL AT "
                           SECTION-TABLE-MAX " SECTIONS - RAISE THE "
                           "OCCURS 200 LIMIT ON SECTION-ENTRY."
                   PERFORM 980-CLOSE-ALL-FILES
                   STOP RUN
               END-IF
               MOVE RT-REG-REC(WS-BUILD-SUB) TO CRSEREG-NEW-REC
               MOVE RT-DEPT-CODE(WS-BUILD-SUB)
                   TO SC-DEPT-CODE(SECTION-SUB)
               MOVE RT-CRSE-NUM(WS-BUILD-SUB)
                   TO SC-CRSE-NUM(SECTION-SUB)
               MOVE RT-SECTION-NUM(WS-BUILD-SUB)
                   TO SC-SECTION-NUM(SECTION-SUB)
               MOVE CR-COURSE-TITLE OF CRSEREG-NEW-REC
                   TO SC-TITLE(SECTION-SUB)
               MOVE RT-TEACHER-NUM(WS-BUILD-SUB)
                   TO SC-TEACHER-NUM(SECTION-SUB)
               MOVE 0 TO SC-REGISTERED(SECTION-SUB)
               MOVE 0 TO SC-GRADED(SECTION-SUB)
               MOVE SECTION-SUB TO WS-SC-MATCH-SUB
               ADD 1 TO SECTION-SUB
               ADD 1 TO WS-CT-TERM-SECTIONS
           END-IF.
      *--------------------*

      *--------------------*
       615-SEARCH-SECTION.
           IF SC-DEPT-CODE(WS-SC-SEARCH-SUB) =
               RT-DEPT-CODE(WS-BUILD-SUB)
               AND SC-CRSE-NUM(WS-SC-SEARCH-SUB) =
                   RT-CRSE-NUM(WS-BUILD-SUB)
               AND SC-SECTION-NUM(WS-SC-SEARCH-SUB) =
                   RT-SECTION-NUM(WS-BUILD-SUB)
               MOVE WS-SC-SEARCH-SUB TO WS-SC-MATCH-SUB
               MOVE "Y" TO FOUND-SW
           ELSE
               ADD 1 TO WS-SC-SEARCH-SUB.
      *--------------------*

      *--------------------*
       630-ADD-TEACHER.
      *adds the registration's teacher to the distinct list, if new
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO WS-TL-SEARCH-SUB.
           PERFORM 635-SEARCH-TEACHER-LIST
               UNTIL FOUND-SW = "Y"
               OR WS-TL-SEARCH-SUB = TL-SUB.
           IF FOUND-SW = "N"
               IF TL-SUB > TEACHER-LIST-MAX
                   DISPLAY "GRDSUB: TEACHER-LIST IS FULL AT "
                           TEACHER-LIST-MAX " TEACHERS - RAISE THE "
                           "OCCURS 50 LIMIT ON TL-ENTRY."
                   PERFORM 980-CLOSE-ALL-FILES
                   STOP RUN
               END-IF
               MOVE RT-TEACHER-NUM(WS-BUILD-SUB) TO TL-ENTRY(TL-SUB)
               ADD 1 TO TL-SUB
           END-IF.
      *--------------------*

      *--------------------*
       635-SEARCH-TEACHER-LIST.
           IF TL-ENTRY(WS-TL-SEARCH-SUB) = RT-TEACHER-NUM(WS-BUILD-SUB)
               MOVE "Y" TO FOUND-SW
           ELSE
               ADD 1 TO WS-TL-SEARCH-SUB.
      *--------------------*

      *--------------------*
       650-WRITE-MISSGRD-HDRS.
      *writes the headers for the MISSGRD report
           MOVE WS-CURR-TERM-YEAR TO MTL-YEAR.
           MOVE WS-CURR-TERM-MONTH TO MTL-MONTH.
           MOVE MISSGRD-TOPLINE TO MISS-AREA.
           WRITE MISS-AREA AFTER ADVANCING 1 LINE.

           MOVE FILLER-LINE TO MISS-AREA.
           WRITE MISS-AREA AFTER ADVANCING 1 LINE.

           MOVE MISSGRD-HDRS TO MISS-AREA.
           WRITE MISS-AREA AFTER ADVANCING 1 LINE.

           MOVE DASHED-LINE TO MISS-AREA.
           WRITE MISS-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
      *prints one teacher's incomplete sections under a teacher line
      *with the teacher's subtotal beneath - a teacher whose sections
      *are all graded is left off
       700-PRINT-ONE-TEACHER.
           MOVE TL-ENTRY(CURR-TL-IDX) TO CURR-TEACHER-NUM.
           MOVE 0 TO WS-TEACHER-INCOMPLETE.
           MOVE 0 TO WS-TEACHER-MISSING.
           MOVE 1 TO WS-PRINT-SUB.
           PERFORM 705-COUNT-TEACHER-SECTION
               UNTIL WS-PRINT-SUB = SECTION-SUB.
           IF WS-TEACHER-INCOMPLETE > 0
               PERFORM 790-LOOKUP-TEACHER-NAME
               MOVE SPACES TO MISS-AREA
               WRITE MISS-AREA AFTER ADVANCING 1 LINE
               MOVE CURR-TEACHER-NUM TO MTO-NUM
               MOVE CURR-TEACHER-NAME TO MTO-NAME
               MOVE MISSGRD-TEACHER-OUT TO MISS-AREA
               WRITE MISS-AREA AFTER ADVANCING 1 LINE
               MOVE 1 TO WS-PRINT-SUB
               PERFORM 710-PRINT-ONE-SECTION
                   UNTIL WS-PRINT-SUB = SECTION-SUB
               MOVE WS-TEACHER-INCOMPLETE TO MTT-SECTIONS
               MOVE WS-TEACHER-MISSING TO MTT-MISSING
               MOVE MISSGRD-TEACHER-TOTAL-OUT TO MISS-AREA
               WRITE MISS-AREA AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO CURR-TL-IDX.
      *--------------------*

      *--------------------*
      *counts one of this teacher's sections if it is short grades
       705-COUNT-TEACHER-SECTION.
           IF SC-TEACHER-NUM(WS-PRINT-SUB) = CURR-TEACHER-NUM
               AND SC-GRADED(WS-PRINT-SUB) <
                   SC-REGISTERED(WS-PRINT-SUB)
               ADD 1 TO WS-TEACHER-INCOMPLETE
               ADD 1 TO WS-CT-SECTIONS-INCOMPLETE
               COMPUTE WS-TEACHER-MISSING = WS-TEACHER-MISSING
                   + SC-REGISTERED(WS-PRINT-SUB)
                   - SC-GRADED(WS-PRINT-SUB)
               COMPUTE WS-CT-ROWS-MISSING = WS-CT-ROWS-MISSING
                   + SC-REGISTERED(WS-PRINT-SUB)
                   - SC-GRADED(WS-PRINT-SUB)
           END-IF.
           ADD 1 TO WS-PRINT-SUB.
      *--------------------*

      *--------------------*
      *prints one of this teacher's sections if it is short grades
       710-PRINT-ONE-SECTION.
           IF SC-TEACHER-NUM(WS-PRINT-SUB) = CURR-TEACHER-NUM
               AND SC-GRADED(WS-PRINT-SUB) <
                   SC-REGISTERED(WS-PRINT-SUB)
               MOVE SC-DEPT-CODE(WS-PRINT-SUB) TO MO-DEPT
               MOVE SC-CRSE-NUM(WS-PRINT-SUB) TO MO-CRSE
               MOVE SC-SECTION-NUM(WS-PRINT-SUB) TO MO-SEC
               MOVE SC-TITLE(WS-PRINT-SUB) TO MO-TITLE
               MOVE SC-REGISTERED(WS-PRINT-SUB) TO MO-REGISTERED
               MOVE SC-GRADED(WS-PRINT-SUB) TO MO-GRADED
               COMPUTE MO-MISSING = SC-REGISTERED(WS-PRINT-SUB)
                   - SC-GRADED(WS-PRINT-SUB)
               MOVE MISSGRD-OUT TO MISS-AREA
               WRITE MISS-AREA AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO WS-PRINT-SUB.
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
       850-WRITE-CRSEREG-NEW.
      *writes one registration row, with its grade as it now stands,
      *to the corrected file
           MOVE RT-REG-REC(WS-WRITE-SUB) TO CRSEREG-NEW-REC.
           MOVE RT-GRADE(WS-WRITE-SUB)
               TO CR-SEMESTER-GRADE OF CRSEREG-NEW-REC.
           WRITE CRSEREG-NEW-REC.
           ADD 1 TO WS-WRITE-SUB.
      *--------------------*

      *--------------------*
       870-WRITE-TOTALS.
      *writes the submission control totals at the report foot
           MOVE DASHED-LINE TO GSUB-AREA.
           WRITE GSUB-AREA AFTER ADVANCING 1 LINE.
           MOVE WS-SUBS-READ TO GST-READ.
           MOVE WS-SUBS-APPLIED TO GST-APPLIED.
           MOVE WS-SUBS-REPLACED TO GST-REPLACED.
           MOVE WS-SUBS-REJECTED TO GST-REJECTED.
           MOVE GSUB-TOTALS-OUT TO GSUB-AREA.
           WRITE GSUB-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       880-WRITE-MISSGRD-TOTALS.
      *writes the term's section and missing-grade counts
           IF WS-CT-SECTIONS-INCOMPLETE = 0
               MOVE SPACES TO MISS-AREA
               WRITE MISS-AREA AFTER ADVANCING 1 LINE
               MOVE MISSGRD-NONE-OUT TO MISS-AREA
               WRITE MISS-AREA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE DASHED-LINE TO MISS-AREA.
           WRITE MISS-AREA AFTER ADVANCING 1 LINE.
           MOVE WS-CT-TERM-SECTIONS TO MGT-SECTIONS.
           MOVE WS-CT-SECTIONS-INCOMPLETE TO MGT-INCOMPLETE.
           MOVE WS-CT-ROWS-MISSING TO MGT-MISSING.
           MOVE MISSGRD-TOTAL-OUT TO MISS-AREA.
           WRITE MISS-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
      *closes everything, on the normal and the abort paths alike
       980-CLOSE-ALL-FILES.
           IF GS-OPEN-SW = "Y"
               CLOSE GRDSUB
           END-IF.
           CLOSE GSUBRPT
                 MISSGRD.
      *--------------------*

       END PROGRAM GRDSUB.
