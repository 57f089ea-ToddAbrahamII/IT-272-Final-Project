      ******************************************************************
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Prints one class schedule page per student for the
      * current runctl.dat term - each registered section with its
      * days, meeting times and room from crsecat.dat and the
      * instructor's name from tchmast.dat - so advising can catch a
      * double-booked or overloaded student before the term starts.
      * Two sections meeting on the same days code with overlapping
      * times are flagged as a conflict, and a student whose
      * registered units exceed the registrar's maximum on
      * unitctl.dat is flagged as an overload. Both are flagged on
      * the schedule page and summarized on the SCHEDEXC exceptions
      * list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULE.
      ******************************************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CRSEREG ASSIGN TO "crsereg.dat"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT TCHMAST ASSIGN TO "tchmast.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TM-STATUS.

                   SELECT CRSECAT ASSIGN TO "crsecat.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAT-STATUS.

                   SELECT RUNCTL ASSIGN TO "runctl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RC-STATUS.

                   SELECT UNITCTL ASSIGN TO "unitctl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-UC-STATUS.

                   SELECT SCHEDRPT ASSIGN TO "SCHEDRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT SCHEDEXC ASSIGN TO "SCHEDEXC"
                       ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *--------------*
       FILE SECTION.
      **Copies Code from CRSEREG
           FD CRSEREG.
               COPY "crsereg.cpy".

      **Copies Code from TCHMAST
           FD TCHMAST.
               COPY "tchmast.cpy".

      **Copies Code from CRSECAT - the official days, meeting times
      **and room for every section
           FD CRSECAT.
               COPY "crsecat.cpy".

      **Current-term run control - read once at startup
           FD RUNCTL.
               COPY "runctl.cpy".

      **Unit-load control - the registrar's maximum units per term
           FD UNITCTL.
               COPY "unitctl.cpy".

           FD SCHEDRPT.
           01 SCH-AREA                     PIC X(100).

           FD SCHEDEXC.
           01 SEX-AREA                     PIC X(100).
      *--------------------------*
       WORKING-STORAGE SECTION.

      *--------*
           01 END-OF-FILE-CR               PIC XXX VALUE "NO".
           01 END-OF-FILE-TM               PIC XXX VALUE "NO".
           01 WS-TM-STATUS                 PIC XX.
           01 TM-OPEN-SW                   PIC X VALUE "N".

      *--------*
      *current-term filtering, per the run-control file - a site
      *without a runctl.dat processes every row, as it always has
           01 WS-RC-STATUS                 PIC XX.
           01 TERM-FILTER-SW               PIC X VALUE "N".
           01 TERM-OK-SW                   PIC X.
           01 WS-CURR-TERM-YEAR            PIC 9(04).
           01 WS-CURR-TERM-MONTH           PIC 9(02).

      *--------*
      *the unit-load maximum, per the unit-load control file - a
      *site without a unitctl.dat flags anything over 18 units
           01 WS-UC-STATUS                 PIC XX.
           01 WS-MAX-UNITS                 PIC 9(03) VALUE 18.

           01 REG-TABLE-MAX                PIC 999 VALUE 500.
           01 STU-LIST-MAX                 PIC 999 VALUE 500.
           01 SCHED-TABLE-MAX              PIC 999 VALUE 20.
           01 TEACHER-TABLE-MAX            PIC 999 VALUE 50.

      *--------*
      *the current term's registrations, in file order
           01 REG-TABLE.
            05 REG-ENTRY OCCURS 500 TIMES.
               10 RG-DEPT-CODE             PIC X(04).
               10 RG-CRSE-NUM              PIC 9(03).
               10 RG-SECTION-NUM           PIC 9(02).
               10 RG-COURSE-TITLE          PIC X(20).
               10 RG-UNITS                 PIC 9(01).
               10 RG-DAYS                  PIC 9(01).
               10 RG-TEACHER-NUM           PIC 9(03).
               10 RG-STU-ID                PIC 9(09).
               10 RG-STU-NAME              PIC X(25).
           05 REG-SUB                      PIC 999 VALUE 1.

      *--------*
      *distinct registered students, in order of first appearance
           01 STUDENT-LIST.
            05 STU-ENTRY OCCURS 500 TIMES.
               10 STU-ID                   PIC 9(09).
               10 STU-NAME                 PIC X(25).
           05 STU-LIST-SUB                 PIC 999 VALUE 1.

           01 WS-BUILD-SUB                 PIC 999.
           01 WS-SEARCH-SUB                PIC 999.
           01 CURR-STU-IDX                 PIC 999.
           01 CURR-STU-ID                  PIC 9(09).
           01 CURR-STU-NAME                PIC X(25).
           01 FOUND-SW                     PIC X.

      *--------*
      *one student's schedule, built from the registration table
      *and the catalog before the page prints, so every section can
      *be checked against every other one for a time conflict. the
      *days code is compared as a whole - two sections on the same
      *days code meet on the same days
           01 SCHED-TABLE.
            05 SCHED-ENTRY OCCURS 20 TIMES.
               10 SC-DEPT-CODE             PIC X(04).
               10 SC-CRSE-NUM              PIC 9(03).
               10 SC-SECTION-NUM           PIC 9(02).
               10 SC-COURSE-TITLE          PIC X(20).
               10 SC-UNITS                 PIC 9(01).
               10 SC-DAYS                  PIC 9(01).
               10 SC-START-TIME            PIC 9(04).
               10 SC-END-TIME              PIC 9(04).
               10 SC-ROOM                  PIC X(06).
               10 SC-TEACHER-NUM           PIC 9(03).
               10 SC-CONFLICT-SW           PIC X(01).
           05 SC-SUB                       PIC 999 VALUE 1.

           01 SC-OUTER-SUB                 PIC 999.
           01 SC-INNER-SUB                 PIC 999.
           01 SC-PRINT-SUB                 PIC 999.
           01 WS-LOAD-SUB                  PIC 999.
           01 WS-STU-UNITS                 PIC 9(03).
           01 STU-CONFLICT-SW              PIC X.

      *--------*
      *run totals for the foot of the exceptions list
           01 WS-CT-STUDENTS               PIC 9(9) VALUE 0.
           01 WS-CT-CONFLICTS              PIC 9(9) VALUE 0.
           01 WS-CT-OVERLOADS              PIC 9(9) VALUE 0.

      *--------*
      *course catalog table - the days, times and room come from the
      *official catalog row. a site without a crsecat.dat still gets
      *its schedules, with the registration's own days and every
      *time TBA
           01 END-OF-FILE-CAT              PIC XXX VALUE "NO".
           01 WS-CAT-STATUS                PIC XX.
           01 CAT-OPEN-SW                  PIC X VALUE "N".
           01 CATALOG-TABLE-MAX            PIC 999 VALUE 104.
           01 CAT-SEARCH-SUB               PIC 999.
           01 CAT-FOUND-SW                 PIC X.
           01 CAT-MATCH-SUB                PIC 999.

           01 CRSECAT-REC-TABLE.
            05 CATALOG OCCURS 104 TIMES.
               10 CAT-DEPT-CODE-OUT        PIC X(04).
               10 CAT-CRSE-NUM-OUT         PIC 9(03).
               10 CAT-SECTION-NUM-OUT      PIC 9(02).
               10 CAT-TITLE-OUT            PIC X(20).
               10 CAT-UNITS-OUT            PIC 9(01).
               10 CAT-DAYS-OUT             PIC 9(01).
               10 CAT-TEACHER-OUT          PIC 9(03).
               10 CAT-START-OUT            PIC 9(04).
               10 CAT-END-OUT              PIC 9(04).
               10 CAT-ROOM-OUT             PIC X(06).
           05 CAT-SUB                      PIC 999 VALUE 1.

      *--------*
      *teacher master table - looked up by teacher number so each
      *schedule line can name the instructor
           01 TCHMAST-TABLE.
            05 TM-ENTRY OCCURS 50 TIMES.
               10 TM-NUM-OUT               PIC 9(03).
               10 TM-NAME-OUT              PIC X(25).
           05 TM-SUB                       PIC 999 VALUE 1.

           01 CURR-TEACHER-NUM             PIC 9(03).
           01 CURR-TEACHER-NAME            PIC X(25) VALUE SPACES.
           01 TM-SEARCH-SUB                PIC 999.
           01 TM-FOUND-SW                  PIC X.

      *--------*
      *HHMM meeting times, split for printing as HH:MM-HH:MM
           01 WS-TIME-WORK                 PIC 9(04).
           01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
               05 WS-TIME-HH               PIC 9(02).
               05 WS-TIME-MM               PIC 9(02).

           01 TIME-RANGE-OUT.
               05 TR-START-HH          PIC 9(02).
               05 FILLER               PIC X(1) VALUE ":".
               05 TR-START-MM          PIC 9(02).
               05 FILLER               PIC X(1) VALUE "-".
               05 TR-END-HH            PIC 9(02).
               05 FILLER               PIC X(1) VALUE ":".
               05 TR-END-MM            PIC 9(02).

      *------*
           01 SCHED-TOPLINE.
               05 FILLER               PIC X(36) VALUE SPACES.
               05 HDRSCHED             PIC X(15) VALUE "CLASS SCHEDULE".
               05 FILLER               PIC X(5) VALUE SPACES.
               05 STL-TERM-LIT         PIC X(5) VALUE "TERM ".
               05 STL-TERM             PIC X(7).

           01 TERM-OUT.
               05 TO-YEAR              PIC 9(04).
               05 FILLER               PIC X(1) VALUE "/".
               05 TO-MONTH             PIC 9(02).

           01 SCHED-STUDENT-LINE.
               05 SSL-LIT1             PIC X(8) VALUE "STUDENT ".
               05 SSL-ID               PIC 9(09).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 SSL-NAME             PIC X(25).

           01 FILLER-LINE.
               05 PIC X(100) VALUES ALL "*".

           01 DASHED-LINE.
               05 PIC X(100) VALUES ALL "-".

           01 SCHED-HDRS.
               05 SCH-SECTION          PIC X(7) VALUE "SECTION".
               05 FILLER               PIC X(6) VALUE SPACES.
               05 SCH-TITLE            PIC X(5) VALUE "TITLE".
               05 FILLER               PIC X(17) VALUE SPACES.
               05 SCH-DAYS             PIC X(4) VALUE "DAYS".
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SCH-TIMES            PIC X(5) VALUE "TIMES".
               05 FILLER               PIC X(8) VALUE SPACES.
               05 SCH-ROOM             PIC X(4) VALUE "ROOM".
               05 FILLER               PIC X(4) VALUE SPACES.
               05 SCH-UNITS            PIC X(5) VALUE "UNITS".
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SCH-INSTRUCTOR       PIC X(10) VALUE "INSTRUCTOR".
               05 FILLER               PIC X(16) VALUE SPACES.
               05 SCH-FLAG             PIC X(4) VALUE "FLAG".

           01 SCHED-OUT.
               05 SO-DEPT              PIC X(4).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SO-CRSE              PIC 9(3).
               05 FILLER               PIC X(1) VALUE "-".
               05 SO-SEC               PIC 9(2).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 SO-TITLE             PIC X(20).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 SO-DAYS              PIC 9(1).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 SO-TIMES             PIC X(11).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 SO-ROOM              PIC X(6).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 SO-UNITS             PIC 9(1).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 SO-TEACHER           PIC X(25).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SO-FLAG              PIC X(8).

           01 SCHED-UNITS-OUT.
               05 SU-LIT1              PIC X(13) VALUE "TOTAL UNITS: ".
               05 SU-UNITS             PIC ZZ9.
               05 FILLER               PIC X(5) VALUE SPACES.
               05 SU-LIT2              PIC X(9) VALUE "MAXIMUM: ".
               05 SU-MAX               PIC ZZ9.

           01 SCHED-OVERLOAD-OUT.
               05 PIC X(56) VALUE
                   "** UNIT OVERLOAD - UNITS REGISTERED EXCEED MAXIMUM".

           01 SCHED-CONFLICT-OUT.
               05 PIC X(56) VALUE
                   "** TIME CONFLICT - SEE THE SECTIONS FLAGGED ABOVE".

           01 SCHEDEXC-TOPLINE.
               05 FILLER               PIC X(35) VALUE SPACES.
               05 HDRSEXC              PIC X(19)
                   VALUE "SCHEDULE EXCEPTIONS".

           01 SCHEDEXC-HDRS.
               05 SXH-ID               PIC X(2) VALUE "ID".
               05 FILLER               PIC X(11) VALUE SPACES.
               05 SXH-NAME             PIC X(4) VALUE "NAME".
               05 FILLER               PIC X(22) VALUE SPACES.
               05 SXH-EXCEPTION        PIC X(9) VALUE "EXCEPTION".
               05 FILLER               PIC X(7) VALUE SPACES.
               05 SXH-DETAIL           PIC X(6) VALUE "DETAIL".

           01 SCHEDEXC-OUT.
               05 SXO-ID               PIC 9(9).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 SXO-NAME             PIC X(25).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SXO-EXCEPTION        PIC X(15).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SXO-DETAIL           PIC X(40).

           01 CONFLICT-DETAIL.
               05 CD-DEPT1             PIC X(4).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 CD-CRSE1             PIC 9(3).
               05 FILLER               PIC X(1) VALUE "-".
               05 CD-SEC1              PIC 9(2).
               05 FILLER               PIC X(3) VALUE " / ".
               05 CD-DEPT2             PIC X(4).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 CD-CRSE2             PIC 9(3).
               05 FILLER               PIC X(1) VALUE "-".
               05 CD-SEC2              PIC 9(2).

           01 OVERLOAD-DETAIL.
               05 OD-LIT1              PIC X(6) VALUE "UNITS ".
               05 OD-UNITS             PIC ZZ9.
               05 OD-LIT2              PIC X(10) VALUE " OVER MAX ".
               05 OD-MAX               PIC ZZ9.

           01 SCHEDEXC-TOTAL-OUT.
               05 SXT-LIT1             PIC X(20)
                   VALUE "STUDENTS SCHEDULED: ".
               05 SXT-STUDENTS         PIC ZZZ,ZZ9.
               05 SXT-LIT2             PIC X(19)
                   VALUE "   TIME CONFLICTS: ".
               05 SXT-CONFLICTS        PIC ZZZ,ZZ9.
               05 SXT-LIT3             PIC X(19)
                   VALUE "   UNIT OVERLOADS: ".
               05 SXT-OVERLOADS        PIC ZZZ,ZZ9.
      *----------------*

      ******************************************************************
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           PERFORM 055-CHECK-FOR-TCHMAST.
           PERFORM 056-CHECK-FOR-CRSECAT.
           PERFORM 057-READ-RUNCTL.
           PERFORM 058-READ-UNITCTL.
           PERFORM 150-WRITE-SCHEDEXC-HDRS.

           PERFORM 200-READ-CRSEREG
               UNTIL END-OF-FILE-CR = "YES".

           PERFORM 260-READ-TCHMAST
               UNTIL END-OF-FILE-TM = "YES".

           PERFORM 270-READ-CRSECAT
               UNTIL END-OF-FILE-CAT = "YES".

           MOVE 1 TO WS-BUILD-SUB.
           PERFORM 500-BUILD-ONE-STUDENT
               UNTIL WS-BUILD-SUB = REG-SUB.

           MOVE 1 TO CURR-STU-IDX.
           PERFORM 600-PRINT-ONE-SCHEDULE
               UNTIL CURR-STU-IDX = STU-LIST-SUB.

           PERFORM 870-WRITE-TOTALS.

           CLOSE CRSEREG
                 SCHEDRPT
                 SCHEDEXC.
           IF TM-OPEN-SW = "Y"
               CLOSE TCHMAST
           END-IF.
           IF CAT-OPEN-SW = "Y"
               CLOSE CRSECAT
           END-IF.
           STOP RUN.
      *--------------------*

      *--------------------*
       OPEN-FILES.
           OPEN INPUT  CRSEREG.
           OPEN OUTPUT SCHEDRPT
                       SCHEDEXC.
       OPEN-FILES-END.
      *--------------------*

      *--------------------*
      *opens the teacher master file, if one exists - a site that
      *hasn't populated tchmast.dat yet still gets its schedules,
      *just without the instructor names
       055-CHECK-FOR-TCHMAST.
           OPEN INPUT TCHMAST.
           IF WS-TM-STATUS = "00"
               MOVE "Y" TO TM-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-TM
           END-IF.
      *--------------------*

      *--------------------*
      *opens the course catalog master, if one exists - without it
      *there are no meeting times to print or to check for conflicts
       056-CHECK-FOR-CRSECAT.
           OPEN INPUT CRSECAT.
           IF WS-CAT-STATUS = "00"
               MOVE "Y" TO CAT-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-CAT
           END-IF.
      *--------------------*

      *--------------------*
      *reads the current term from the run-control file, if one
      *exists - without it every row processes, as it always has
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
           IF TERM-FILTER-SW = "Y"
               MOVE WS-CURR-TERM-YEAR TO TO-YEAR
               MOVE WS-CURR-TERM-MONTH TO TO-MONTH
               MOVE TERM-OUT TO STL-TERM
           ELSE
               MOVE "ALL" TO STL-TERM
           END-IF.
      *--------------------*

      *--------------------*
      *reads the registrar's unit maximum from the unit-load control
      *file, if one exists - a missing file or a blank field keeps
      *the standard 18
       058-READ-UNITCTL.
           OPEN INPUT UNITCTL.
           IF WS-UC-STATUS = "00"
               READ UNITCTL
                   AT END CONTINUE
                   NOT AT END
                       IF UC-MAX-UNITS NUMERIC
                           MOVE UC-MAX-UNITS TO WS-MAX-UNITS
                       END-IF
               END-READ
               CLOSE UNITCTL
           END-IF.
      *--------------------*

      *--------------------*
       150-WRITE-SCHEDEXC-HDRS.
      *writes the headers for the exceptions list
           MOVE SCHEDEXC-TOPLINE TO SEX-AREA.
           WRITE SEX-AREA AFTER ADVANCING 1 LINE.

           MOVE FILLER-LINE TO SEX-AREA.
           WRITE SEX-AREA AFTER ADVANCING 1 LINE.

           MOVE SCHEDEXC-HDRS TO SEX-AREA.
           WRITE SEX-AREA AFTER ADVANCING 1 LINE.

           MOVE DASHED-LINE TO SEX-AREA.
           WRITE SEX-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       200-READ-CRSEREG.
      *reads crsereg.dat, keeping the current term's rows
           READ CRSEREG
           AT END MOVE "YES" TO END-OF-FILE-CR
           NOT AT END PERFORM 250-STORE-REGISTRATION.
      *--------------------*

      *--------------------*
       250-STORE-REGISTRATION.
           PERFORM 245-CHECK-TERM.
           IF TERM-OK-SW = "Y"
               PERFORM 255-STORE-ONE-ROW
           END-IF.
      *--------------------*

      *--------------------*
       245-CHECK-TERM.
      *passes a row when no run control is on file, or when the
      *row's start term matches the run control term
           MOVE "Y" TO TERM-OK-SW.
           IF TERM-FILTER-SW = "Y"
               AND (CR-COURSE-START-YEAR NOT = WS-CURR-TERM-YEAR
               OR CR-COURSE-START-MONTH NOT = WS-CURR-TERM-MONTH)
               MOVE "N" TO TERM-OK-SW
           END-IF.
      *--------------------*

      *--------------------*
       255-STORE-ONE-ROW.
      *stores one current-term registration row into the table
           IF REG-SUB > REG-TABLE-MAX
               DISPLAY "SCHEDULE: REG-TABLE IS FULL AT "
                       REG-TABLE-MAX " ROWS - RAISE THE OCCURS "
                       "500 LIMIT ON REG-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE CR-DEPARTMENT-CODE TO RG-DEPT-CODE(REG-SUB).
           MOVE CR-COURSE-NUMBER TO RG-CRSE-NUM(REG-SUB).
           MOVE CR-SECTION-NUMBER TO RG-SECTION-NUM(REG-SUB).
           MOVE CR-COURSE-TITLE TO RG-COURSE-TITLE(REG-SUB).
           MOVE CR-COURSE-UNITS TO RG-UNITS(REG-SUB).
           MOVE CR-COURSE-DAYS TO RG-DAYS(REG-SUB).
           MOVE CR-TEACHER-NUMBER TO RG-TEACHER-NUM(REG-SUB).
           MOVE CR-STUDENT-ID TO RG-STU-ID(REG-SUB).
           MOVE CR-STUDENT-NAME TO RG-STU-NAME(REG-SUB).
           ADD 1 TO REG-SUB.
      *--------------------*

      *--------------------*
       260-READ-TCHMAST.
      *reads the teacher master file into a table for the schedule
      *line teacher-number-to-name lookup
           READ TCHMAST
           AT END MOVE "YES" TO END-OF-FILE-TM
           NOT AT END PERFORM 265-STORE-TEACHER.
      *--------------------*

      *--------------------*
       265-STORE-TEACHER.
      *stores one teacher master row into the table
           IF TM-SUB > TEACHER-TABLE-MAX
               DISPLAY "SCHEDULE: TCHMAST-TABLE IS FULL AT "
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
      *reads the course catalog master into a table for the days,
      *times and room lookup
       270-READ-CRSECAT.
           READ CRSECAT
           AT END MOVE "YES" TO END-OF-FILE-CAT
           NOT AT END PERFORM 275-STORE-CATALOG.
      *--------------------*

      *--------------------*
      *stores one catalog master row into the table - a catalog
      *built before the meeting times reads them blank, and a zero
      *time prints as TBA and is never checked for a conflict
       275-STORE-CATALOG.
           IF CAT-SUB > CATALOG-TABLE-MAX
               DISPLAY "SCHEDULE: CRSECAT-REC-TABLE IS FULL AT "
                       CATALOG-TABLE-MAX " SECTIONS - RAISE THE "
                       "OCCURS 104 LIMIT ON CATALOG."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE CAT-DEPARTMENT-CODE TO CAT-DEPT-CODE-OUT(CAT-SUB).
           MOVE CAT-COURSE-NUMBER TO CAT-CRSE-NUM-OUT(CAT-SUB).
           MOVE CAT-SECTION-NUMBER TO CAT-SECTION-NUM-OUT(CAT-SUB).
           MOVE CAT-COURSE-TITLE TO CAT-TITLE-OUT(CAT-SUB).
           MOVE CAT-COURSE-UNITS TO CAT-UNITS-OUT(CAT-SUB).
           MOVE CAT-COURSE-DAYS TO CAT-DAYS-OUT(CAT-SUB).
           MOVE CAT-TEACHER-NUMBER TO CAT-TEACHER-OUT(CAT-SUB).
           IF CAT-START-TIME NUMERIC AND CAT-END-TIME NUMERIC
               MOVE CAT-START-TIME TO CAT-START-OUT(CAT-SUB)
               MOVE CAT-END-TIME TO CAT-END-OUT(CAT-SUB)
           ELSE
               MOVE 0 TO CAT-START-OUT(CAT-SUB)
               MOVE 0 TO CAT-END-OUT(CAT-SUB)
           END-IF.
           MOVE CAT-ROOM TO CAT-ROOM-OUT(CAT-SUB).
           ADD 1 TO CAT-SUB.
      *--------------------*

      *--------------------*
       500-BUILD-ONE-STUDENT.
      *adds a registered student id to the distinct list, if new
           MOVE RG-STU-ID(WS-BUILD-SUB) TO CURR-STU-ID.
           PERFORM 520-CHECK-STUDENT-LISTED.
           IF FOUND-SW = "N"
               IF STU-LIST-SUB > STU-LIST-MAX
                   DISPLAY "SCHEDULE: STUDENT-LIST IS FULL AT "
                           STU-LIST-MAX " STUDENTS - RAISE THE "
                           "OCCURS 500 LIMIT ON STU-ENTRY."
                   PERFORM 980-CLOSE-ALL-FILES
                   STOP RUN
               END-IF
               MOVE CURR-STU-ID TO STU-ID(STU-LIST-SUB)
               MOVE RG-STU-NAME(WS-BUILD-SUB) TO STU-NAME(STU-LIST-SUB)
               ADD 1 TO STU-LIST-SUB
           END-IF.
           ADD 1 TO WS-BUILD-SUB.
      *--------------------*

      *--------------------*
       520-CHECK-STUDENT-LISTED.
      *searches the distinct student list for CURR-STU-ID
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO WS-SEARCH-SUB.
           PERFORM 525-SEARCH-STUDENT
               UNTIL FOUND-SW = "Y"
               OR WS-SEARCH-SUB = STU-LIST-SUB.
      *--------------------*

      *--------------------*
       525-SEARCH-STUDENT.
           IF STU-ID(WS-SEARCH-SUB) = CURR-STU-ID
               MOVE "Y" TO FOUND-SW
           ELSE
               ADD 1 TO WS-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *builds, checks and prints one student's schedule page
       600-PRINT-ONE-SCHEDULE.
           MOVE STU-ID(CURR-STU-IDX) TO CURR-STU-ID.
           MOVE STU-NAME(CURR-STU-IDX) TO CURR-STU-NAME.
           ADD 1 TO WS-CT-STUDENTS.
           MOVE 1 TO SC-SUB.
           MOVE 0 TO WS-STU-UNITS.
           MOVE "N" TO STU-CONFLICT-SW.
           MOVE 1 TO WS-LOAD-SUB.
           PERFORM 610-LOAD-ONE-SECTION
               UNTIL WS-LOAD-SUB = REG-SUB.

           MOVE 1 TO SC-OUTER-SUB.
           PERFORM 630-CHECK-ONE-SECTION
               UNTIL SC-OUTER-SUB = SC-SUB.

           PERFORM 650-WRITE-SCHEDULE-HDRS.
           MOVE 1 TO SC-PRINT-SUB.
           PERFORM 700-PRINT-ONE-SECTION
               UNTIL SC-PRINT-SUB = SC-SUB.
           PERFORM 750-WRITE-SCHEDULE-FOOT.
           ADD 1 TO CURR-STU-IDX.
      *--------------------*

      *--------------------*
      *copies one registration into the student's schedule if it is
      *theirs - the days, times and room come from the catalog row,
      *the registration's own copy standing in when there is none
       610-LOAD-ONE-SECTION.
           IF RG-STU-ID(WS-LOAD-SUB) = CURR-STU-ID
               IF SC-SUB > SCHED-TABLE-MAX
                   DISPLAY "SCHEDULE: SCHED-TABLE IS FULL AT "
                           SCHED-TABLE-MAX " SECTIONS FOR STUDENT "
                           CURR-STU-ID " - RAISE THE OCCURS 20 "
                           "LIMIT ON SCHED-ENTRY."
                   PERFORM 980-CLOSE-ALL-FILES
                   STOP RUN
               END-IF
               MOVE RG-DEPT-CODE(WS-LOAD-SUB) TO SC-DEPT-CODE(SC-SUB)
               MOVE RG-CRSE-NUM(WS-LOAD-SUB) TO SC-CRSE-NUM(SC-SUB)
               MOVE RG-SECTION-NUM(WS-LOAD-SUB)
                   TO SC-SECTION-NUM(SC-SUB)
               MOVE RG-UNITS(WS-LOAD-SUB) TO SC-UNITS(SC-SUB)
               MOVE "N" TO SC-CONFLICT-SW(SC-SUB)
               PERFORM 620-FIND-CATALOG-ROW
               IF CAT-FOUND-SW = "Y"
                   MOVE CAT-TITLE-OUT(CAT-MATCH-SUB)
                       TO SC-COURSE-TITLE(SC-SUB)
                   MOVE CAT-DAYS-OUT(CAT-MATCH-SUB) TO SC-DAYS(SC-SUB)
                   MOVE CAT-START-OUT(CAT-MATCH-SUB)
                       TO SC-START-TIME(SC-SUB)
                   MOVE CAT-END-OUT(CAT-MATCH-SUB)
                       TO SC-END-TIME(SC-SUB)
                   MOVE CAT-ROOM-OUT(CAT-MATCH-SUB) TO SC-ROOM(SC-SUB)
                   MOVE CAT-TEACHER-OUT(CAT-MATCH-SUB)
                       TO SC-TEACHER-NUM(SC-SUB)
               ELSE
                   MOVE RG-COURSE-TITLE(WS-LOAD-SUB)
                       TO SC-COURSE-TITLE(SC-SUB)
                   MOVE RG-DAYS(WS-LOAD-SUB) TO SC-DAYS(SC-SUB)
                   MOVE 0 TO SC-START-TIME(SC-SUB)
                   MOVE 0 TO SC-END-TIME(SC-SUB)
                   MOVE SPACES TO SC-ROOM(SC-SUB)
                   MOVE RG-TEACHER-NUM(WS-LOAD-SUB)
                       TO SC-TEACHER-NUM(SC-SUB)
               END-IF
               ADD RG-UNITS(WS-LOAD-SUB) TO WS-STU-UNITS
               ADD 1 TO SC-SUB
           END-IF.
           ADD 1 TO WS-LOAD-SUB.
      *--------------------*

      *--------------------*
       620-FIND-CATALOG-ROW.
      *searches the catalog table for this row's dept/course/section
           MOVE 1 TO CAT-SEARCH-SUB.
           MOVE "N" TO CAT-FOUND-SW.
           MOVE 0 TO CAT-MATCH-SUB.
           PERFORM 625-SEARCH-CATALOG
               UNTIL CAT-FOUND-SW = "Y"
               OR CAT-SEARCH-SUB = CAT-SUB.
      *--------------------*

      *--------------------*
       625-SEARCH-CATALOG.
           IF CAT-DEPT-CODE-OUT(CAT-SEARCH-SUB) =
               RG-DEPT-CODE(WS-LOAD-SUB)
               AND CAT-CRSE-NUM-OUT(CAT-SEARCH-SUB) =
                   RG-CRSE-NUM(WS-LOAD-SUB)
               AND CAT-SECTION-NUM-OUT(CAT-SEARCH-SUB) =
                   RG-SECTION-NUM(WS-LOAD-SUB)
               MOVE CAT-SEARCH-SUB TO CAT-MATCH-SUB
               MOVE "Y" TO CAT-FOUND-SW
           ELSE
               ADD 1 TO CAT-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *checks one section against every section after it, so each
      *pair is compared - and listed on the exceptions - only once
       630-CHECK-ONE-SECTION.
           COMPUTE SC-INNER-SUB = SC-OUTER-SUB + 1.
           PERFORM 635-COMPARE-TWO-SECTIONS
               UNTIL SC-INNER-SUB NOT < SC-SUB.
           ADD 1 TO SC-OUTER-SUB.
      *--------------------*

      *--------------------*
      *two sections conflict when they meet on the same days code
      *and each starts before the other ends - a section with no
      *times on the catalog is TBA and never conflicts
       635-COMPARE-TWO-SECTIONS.
           IF SC-DAYS(SC-OUTER-SUB) = SC-DAYS(SC-INNER-SUB)
               AND SC-START-TIME(SC-OUTER-SUB) > 0
               AND SC-START-TIME(SC-INNER-SUB) > 0
               AND SC-START-TIME(SC-OUTER-SUB) <
                   SC-END-TIME(SC-INNER-SUB)
               AND SC-START-TIME(SC-INNER-SUB) <
                   SC-END-TIME(SC-OUTER-SUB)
               MOVE "Y" TO SC-CONFLICT-SW(SC-OUTER-SUB)
               MOVE "Y" TO SC-CONFLICT-SW(SC-INNER-SUB)
               MOVE "Y" TO STU-CONFLICT-SW
               PERFORM 800-WRITE-CONFLICT-EXC
           END-IF.
           ADD 1 TO SC-INNER-SUB.
      *--------------------*

      *--------------------*
       650-WRITE-SCHEDULE-HDRS.
      *writes the page header for one student's schedule
           MOVE SCHED-TOPLINE TO SCH-AREA.
           WRITE SCH-AREA AFTER ADVANCING PAGE.

           MOVE CURR-STU-ID TO SSL-ID.
           MOVE CURR-STU-NAME TO SSL-NAME.
           MOVE SCHED-STUDENT-LINE TO SCH-AREA.
           WRITE SCH-AREA AFTER ADVANCING 1 LINE.

           MOVE FILLER-LINE TO SCH-AREA.
           WRITE SCH-AREA AFTER ADVANCING 1 LINE.

           MOVE SCHED-HDRS TO SCH-AREA.
           WRITE SCH-AREA AFTER ADVANCING 1 LINE.

           MOVE DASHED-LINE TO SCH-AREA.
           WRITE SCH-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
      *prints one section line of the schedule
       700-PRINT-ONE-SECTION.
           MOVE SC-DEPT-CODE(SC-PRINT-SUB) TO SO-DEPT.
           MOVE SC-CRSE-NUM(SC-PRINT-SUB) TO SO-CRSE.
           MOVE SC-SECTION-NUM(SC-PRINT-SUB) TO SO-SEC.
           MOVE SC-COURSE-TITLE(SC-PRINT-SUB) TO SO-TITLE.
           MOVE SC-DAYS(SC-PRINT-SUB) TO SO-DAYS.
           PERFORM 710-FORMAT-TIMES.
           MOVE SC-ROOM(SC-PRINT-SUB) TO SO-ROOM.
           MOVE SC-UNITS(SC-PRINT-SUB) TO SO-UNITS.
           MOVE SC-TEACHER-NUM(SC-PRINT-SUB) TO CURR-TEACHER-NUM.
           PERFORM 670-LOOKUP-TEACHER-NAME.
           MOVE CURR-TEACHER-NAME TO SO-TEACHER.
           IF SC-CONFLICT-SW(SC-PRINT-SUB) = "Y"
               MOVE "CONFLICT" TO SO-FLAG
           ELSE
               MOVE SPACES TO SO-FLAG
           END-IF.
           MOVE SCHED-OUT TO SCH-AREA.
           WRITE SCH-AREA AFTER ADVANCING 1 LINE.
           ADD 1 TO SC-PRINT-SUB.
      *--------------------*

      *--------------------*
       710-FORMAT-TIMES.
      *formats the meeting times as HH:MM-HH:MM, or TBA
           IF SC-START-TIME(SC-PRINT-SUB) = 0
               MOVE "TBA" TO SO-TIMES
           ELSE
               MOVE SC-START-TIME(SC-PRINT-SUB) TO WS-TIME-WORK
               MOVE WS-TIME-HH TO TR-START-HH
               MOVE WS-TIME-MM TO TR-START-MM
               MOVE SC-END-TIME(SC-PRINT-SUB) TO WS-TIME-WORK
               MOVE WS-TIME-HH TO TR-END-HH
               MOVE WS-TIME-MM TO TR-END-MM
               MOVE TIME-RANGE-OUT TO SO-TIMES
           END-IF.
      *--------------------*

      *--------------------*
       670-LOOKUP-TEACHER-NAME.
      *looks up the instructor name for CURR-TEACHER-NUM
           MOVE SPACES TO CURR-TEACHER-NAME.
           MOVE 1 TO TM-SEARCH-SUB.
           MOVE "N" TO TM-FOUND-SW.
           PERFORM 675-SEARCH-TEACHER
               UNTIL TM-FOUND-SW = "Y"
               OR TM-SEARCH-SUB = TM-SUB.
           IF TM-FOUND-SW = "N"
               MOVE "TEACHER NOT ON FILE" TO CURR-TEACHER-NAME
           END-IF.
      *--------------------*

      *--------------------*
       675-SEARCH-TEACHER.
           IF TM-NUM-OUT(TM-SEARCH-SUB) = CURR-TEACHER-NUM
               MOVE TM-NAME-OUT(TM-SEARCH-SUB) TO CURR-TEACHER-NAME
               MOVE "Y" TO TM-FOUND-SW
           ELSE
               ADD 1 TO TM-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *writes the unit total under the sections, and the overload
      *and conflict flags when they apply
       750-WRITE-SCHEDULE-FOOT.
           MOVE DASHED-LINE TO SCH-AREA.
           WRITE SCH-AREA AFTER ADVANCING 1 LINE.
           MOVE WS-STU-UNITS TO SU-UNITS.
           MOVE WS-MAX-UNITS TO SU-MAX.
           MOVE SCHED-UNITS-OUT TO SCH-AREA.
           WRITE SCH-AREA AFTER ADVANCING 1 LINE.
           IF WS-STU-UNITS > WS-MAX-UNITS
               MOVE SCHED-OVERLOAD-OUT TO SCH-AREA
               WRITE SCH-AREA AFTER ADVANCING 1 LINE
               PERFORM 820-WRITE-OVERLOAD-EXC
           END-IF.
           IF STU-CONFLICT-SW = "Y"
               MOVE SCHED-CONFLICT-OUT TO SCH-AREA
               WRITE SCH-AREA AFTER ADVANCING 1 LINE
           END-IF.
      *--------------------*

      *--------------------*
      *lists one conflicting pair of sections on the exceptions list
       800-WRITE-CONFLICT-EXC.
           MOVE SC-DEPT-CODE(SC-OUTER-SUB) TO CD-DEPT1.
           MOVE SC-CRSE-NUM(SC-OUTER-SUB) TO CD-CRSE1.
           MOVE SC-SECTION-NUM(SC-OUTER-SUB) TO CD-SEC1.
           MOVE SC-DEPT-CODE(SC-INNER-SUB) TO CD-DEPT2.
           MOVE SC-CRSE-NUM(SC-INNER-SUB) TO CD-CRSE2.
           MOVE SC-SECTION-NUM(SC-INNER-SUB) TO CD-SEC2.
           MOVE CURR-STU-ID TO SXO-ID.
           MOVE CURR-STU-NAME TO SXO-NAME.
           MOVE "TIME CONFLICT" TO SXO-EXCEPTION.
           MOVE CONFLICT-DETAIL TO SXO-DETAIL.
           MOVE SCHEDEXC-OUT TO SEX-AREA.
           WRITE SEX-AREA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CT-CONFLICTS.
      *--------------------*

      *--------------------*
      *lists one overloaded student on the exceptions list
       820-WRITE-OVERLOAD-EXC.
           MOVE WS-STU-UNITS TO OD-UNITS.
           MOVE WS-MAX-UNITS TO OD-MAX.
           MOVE CURR-STU-ID TO SXO-ID.
           MOVE CURR-STU-NAME TO SXO-NAME.
           MOVE "UNIT OVERLOAD" TO SXO-EXCEPTION.
           MOVE OVERLOAD-DETAIL TO SXO-DETAIL.
           MOVE SCHEDEXC-OUT TO SEX-AREA.
           WRITE SEX-AREA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CT-OVERLOADS.
      *--------------------*

      *--------------------*
      *writes the run totals at the foot of the exceptions list
       870-WRITE-TOTALS.
           MOVE DASHED-LINE TO SEX-AREA.
           WRITE SEX-AREA AFTER ADVANCING 1 LINE.
           MOVE WS-CT-STUDENTS TO SXT-STUDENTS.
           MOVE WS-CT-CONFLICTS TO SXT-CONFLICTS.
           MOVE WS-CT-OVERLOADS TO SXT-OVERLOADS.
           MOVE SCHEDEXC-TOTAL-OUT TO SEX-AREA.
           WRITE SEX-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
      *closes everything on the abort paths so the buffers flush
       980-CLOSE-ALL-FILES.
           CLOSE CRSEREG SCHEDRPT SCHEDEXC.
           IF TM-OPEN-SW = "Y"
               CLOSE TCHMAST
           END-IF.
           IF CAT-OPEN-SW = "Y"
               CLOSE CRSECAT
           END-IF.
      *--------------------*

       END PROGRAM SCHEDULE.
