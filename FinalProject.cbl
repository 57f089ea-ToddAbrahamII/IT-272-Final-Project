                   SELECT WAITLIST ASSIGN TO "WAITLIST"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT REGPOST ASSIGN TO "REGPOST"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT PREREQ ASSIGN TO "prereq.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PQ-STATUS.

                   SELECT PREREQRPT ASSIGN TO "PREREQRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT STRMSTAT-IN ASSIGN TO "strmstat.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-SS-STATUS.
           FD WAITLIST.
               COPY "waitlist.cpy".

      **Copies Code from REGPOST - every current-term registration
      **the merge accepted, graded or not, for BILLING
           FD REGPOST.
               COPY "regpost.cpy".

      **Copies Code from PREREQ - the required prior courses and
      **minimum grades each current-term registration is held to
           FD PREREQ.
               COPY "prereq.cpy".

      **Registrations held off the posting for an unmet prerequisite
           FD PREREQRPT.
           01 PREQ-AREA                    PIC X(100).

      **Stream status as last night left it - checked at startup so
      **a run already stamped complete today refuses to run twice
           FD STRMSTAT-IN.
           01 REG-EDIT-OK-SW               PIC X.
           01 NM-FOUND-SW                  PIC X.
           01 WS-SUSP-REASON               PIC X(26) VALUE SPACES.
           01 WS-CAT-REASON                PIC X(26) VALUE SPACES.

      *--------*
      *course catalog table - each crsereg row's own copy of the
           01 SEAT-OK-SW                   PIC X.
           01 WS-CT-CRSEREG-WAITLISTED     PIC 9(9) VALUE 0.

      *--------*
      *course prerequisites - a current-term registration for a
      *course on prereq.dat must show a counting pass in the
      *student's earlier-term grade history for every required
      *course, at or above its minimum grade. counting follows
      *DEGAUDIT: a superseded row never counts, and neither does an
      *F, I, W or N. a registration that falls short is held off
      *the posting and listed on PREREQRPT instead - it still counts
      *as MATCHED, the way a waitlisted one does. a site without a
      *prereq.dat just runs without the check
           01 END-OF-FILE-PQ               PIC XXX VALUE "NO".
           01 WS-PQ-STATUS                 PIC XX.
           01 PQ-OPEN-SW                   PIC X VALUE "N".
           01 PREREQ-TABLE-MAX             PIC 999 VALUE 200.
           01 PQ-SEARCH-SUB                PIC 999.
           01 PREREQ-OK-SW                 PIC X.
           01 PQ-MET-SW                    PIC X.
           01 WS-MIN-GRADE-VALUE           PIC 9.
           01 WS-LAST-REQ-GRADE            PIC X.
           01 WS-CT-CRSEREG-PREREQ-FAIL    PIC 9(9) VALUE 0.

      *--------*
      *current-term registrations with no semester grade submitted -
      *counted once before posting so the warning comes first, then
      *again as each one goes to suspense
           01 WS-CT-UNGRADED-SCAN          PIC 9(9) VALUE 0.
           01 WS-CT-CRSEREG-UNGRADED       PIC 9(9) VALUE 0.

           01 PREREQ-REC-TABLE.
            05 PREREQ-ENTRY OCCURS 200 TIMES.
               10 PQ-DEPT-CODE-OUT         PIC X(04).
               10 PQ-CRSE-NUM-OUT          PIC 9(03).
               10 PQ-REQ-DEPT-OUT          PIC X(04).
               10 PQ-REQ-CRSE-OUT          PIC 9(03).
               10 PQ-MIN-GRADE-OUT         PIC X(01).
           05 PQ-SUB                       PIC 999 VALUE 1.

      *the exceptions are held until posting is done, then printed
      *grouped by section, the sections in department, course and
      *section order so each department's holds print together
           01 PREREQ-EXC-MAX               PIC 999 VALUE 200.
           01 PREREQ-EXC-TABLE.
            05 PX-ENTRY OCCURS 200 TIMES.
               10 PX-DEPT-CODE             PIC X(04).
               10 PX-CRSE-NUM              PIC 9(03).
               10 PX-SECTION-NUM           PIC 9(02).
               10 PX-COURSE-TITLE          PIC X(20).
               10 PX-STU-ID                PIC 9(09).
               10 PX-STU-NAME              PIC X(25).
               10 PX-REQ-DEPT              PIC X(04).
               10 PX-REQ-CRSE              PIC 9(03).
               10 PX-MIN-GRADE             PIC X(01).
               10 PX-LAST-GRADE            PIC X(01).
           05 PX-SUB                       PIC 999 VALUE 1.

           01 PX-SECTION-LIST.
            05 PXS-ENTRY OCCURS 200 TIMES.
               10 PXS-DEPT-CODE            PIC X(04).
               10 PXS-CRSE-NUM             PIC 9(03).
               10 PXS-SECTION-NUM          PIC 9(02).
           05 PXS-SUB                      PIC 999 VALUE 1.

           01 PX-NEW-SECTION.
               05 PXN-DEPT-CODE            PIC X(04).
               05 PXN-CRSE-NUM             PIC 9(03).
               05 PXN-SECTION-NUM          PIC 9(02).
           01 PX-INS-SUB                   PIC 999.
           01 PX-PREV-SUB                  PIC 999.
           01 PX-SLOT-FOUND-SW             PIC X.

           01 PX-BUILD-SUB                 PIC 999.
           01 PX-SEARCH-SUB                PIC 999.
           01 PX-PRINT-SUB                 PIC 999.
           01 PXS-IDX                      PIC 999.
           01 PX-FOUND-SW                  PIC X.

           01 PREREQ-TOPLINE.
               05 FILLER               PIC X(33) VALUE SPACES.
               05 HDRPREQ              PIC X(23)
                   VALUE "PREREQUISITE EXCEPTIONS".

           01 PREREQ-HDRS.
               05 PQH-ID               PIC X(2) VALUE "ID".
               05 FILLER               PIC X(11) VALUE SPACES.
               05 PQH-NAME             PIC X(4) VALUE "NAME".
               05 FILLER               PIC X(22) VALUE SPACES.
               05 PQH-REQUIRES         PIC X(8) VALUE "REQUIRES".
               05 FILLER               PIC X(4) VALUE SPACES.
               05 PQH-MIN              PIC X(9) VALUE "MIN GRADE".
               05 FILLER               PIC X(3) VALUE SPACES.
               05 PQH-LAST             PIC X(10) VALUE "LAST GRADE".

           01 PREREQ-SECTION-OUT.
               05 PQS-LIT              PIC X(8) VALUE "SECTION ".
               05 PQS-DEPT             PIC X(4).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 PQS-CRSE             PIC 9(3).
               05 FILLER               PIC X(1) VALUE "-".
               05 PQS-SEC              PIC 9(2).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 PQS-TITLE            PIC X(20).

           01 PREREQ-OUT.
               05 PQO-ID               PIC 9(9).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 PQO-NAME             PIC X(25).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 PQO-REQ-DEPT         PIC X(4).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 PQO-REQ-CRSE         PIC 9(3).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 PQO-MIN              PIC X(4).
               05 FILLER               PIC X(8) VALUE SPACES.
               05 PQO-LAST             PIC X(4).

           01 PREREQ-TOTAL-OUT.
               05 PQT-LIT              PIC X(30)
                   VALUE "REGISTRATIONS HELD FOR PREREQ:".
               05 FILLER               PIC X(1) VALUE SPACES.
               05 PQT-COUNT            PIC ZZZ,ZZ9.

      *--------*
      *teacher-number-to-name lookup for ERRRPT
           01 END-OF-FILE-TM               PIC XXX VALUE "NO".
              05 FILLER           PIC X(35) VALUE SPACES.
              05 HDRSUSP          PIC X(15) VALUE "SUSPENSE REPORT".

           01 SUSPRPT-UNGRADED-OUT.
               05 SUG-LIT1             PIC X(10) VALUE "*** WARN: ".
               05 SUG-COUNT            PIC ZZZ,ZZ9.
               05 SUG-LIT2             PIC X(39)
                   VALUE " TERM REGISTRATIONS HAVE NO SEMESTER GR".
               05 SUG-LIT3             PIC X(34)
                   VALUE "ADE - RUN GRDSUB/MISSGRD FIRST ***".

           01 SUSPRPT-HDRS.
               05 SUS-ID               PIC XX VALUE "ID".
               05 FILLER               PIC X(15) VALUE SPACES.
           PERFORM 055-CHECK-FOR-TCHMAST.
           PERFORM 056-CHECK-FOR-CRSECAT.
           PERFORM 057-READ-RUNCTL.
           PERFORM 060-CHECK-FOR-PREREQ.
           PERFORM 062-SCAN-FOR-UNGRADED.
           PERFORM 059-INIT-STRMSTAT.
           PERFORM 058-WRITE-OFFTERM-HDRS.
           PERFORM 555-WRITE-SUSPRPT-HDRS.
           PERFORM 170-READ-CRSECAT
               UNTIL END-OF-FILE-CAT = "YES".

           PERFORM 190-READ-PREREQ
               UNTIL END-OF-FILE-PQ = "YES".

      *---Copies the master, record by record, into NEWMAST---*
           PERFORM 200-READ-STUMAST
               UNTIL END-OF-FILE0 = "YES".
           PERFORM 300-READ-CRSEREG
               UNTIL END-OF-FILE1 = "YES".

      *---Lists the registrations held for a prerequisite, grouped
      *---by section---*
           PERFORM 600-WRITE-PREREQRPT.

      *---Prints the STUDENT REPORT grouped by class standing, one
      *---pass over NEWMAST per class---*
           PERFORM 650-WRITE-STUREPT-HDRS.
                 CTLTOTS
                 GRDHIST
                 OFFTERM
                 WAITLIST
                 REGPOST
                 PREREQRPT.
           IF WS-TM-STATUS = "00"
               CLOSE TCHMAST
           END-IF.
           IF CAT-OPEN-SW = "Y"
               CLOSE CRSECAT
           END-IF.
           IF PQ-OPEN-SW = "Y"
               CLOSE PREREQ
           END-IF.
           PERFORM 955-STAMP-STRMSTAT.
            STOP RUN.
      *--------------------*
                       SUSPRPT
                       CTLTOTS
                       OFFTERM
                       WAITLIST
                       REGPOST
                       PREREQRPT.
           OPEN I-O GRDHIST.
           IF WS-GH-STATUS NOT = "00" AND WS-GH-STATUS NOT = "05"
               DISPLAY "FinalProject: GRADE HISTORY grdhist.dat "
           END-IF.
      *--------------------*

      *--------------------*
      *opens the prerequisite master, if one exists - a site that
      *hasn't built prereq.dat yet still runs the nightly merge, just
      *without the prerequisite check, the same way a missing
      *crsecat.dat only costs the catalog validation
       060-CHECK-FOR-PREREQ.
           OPEN INPUT PREREQ.
           IF WS-PQ-STATUS = "00"
               MOVE "Y" TO PQ-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-PQ
           END-IF.
      *--------------------*

      *--------------------*
      *counts the term's registrations still without a semester
      *grade before anything posts. each one goes to SUSPRPT as
      *always, but a term posted short of grades must not slip past
      *the operator, so the count is put on the console and at the
      *head of SUSPRPT. the registrations are then read again from
      *the top for the posting pass
       062-SCAN-FOR-UNGRADED.
           PERFORM 064-READ-CRSEREG-SCAN
               UNTIL END-OF-FILE1 = "YES".
           CLOSE CRSEREG.
           OPEN INPUT CRSEREG.
           MOVE "NO" TO END-OF-FILE1.
           IF WS-CT-UNGRADED-SCAN > 0
               DISPLAY "**************************************"
                       "**************************************"
               DISPLAY "FinalProject: WARNING - "
                       WS-CT-UNGRADED-SCAN " CURRENT-TERM "
                       "REGISTRATIONS HAVE NO SEMESTER GRADE."
               DISPLAY "FinalProject: THEY GO TO SUSPRPT AND DO NOT "
                       "POST - APPLY THE MISSING GRADE SHEETS "
                       "THROUGH GRDSUB (SEE MISSGRD)."
               DISPLAY "**************************************"
                       "**************************************"
           END-IF.
      *--------------------*

      *--------------------*
       064-READ-CRSEREG-SCAN.
           READ CRSEREG
           AT END MOVE "YES" TO END-OF-FILE1
           NOT AT END PERFORM 066-CHECK-UNGRADED.
      *--------------------*

      *--------------------*
       066-CHECK-UNGRADED.
           PERFORM 502-CHECK-TERM.
           IF TERM-OK-SW = "Y"
               AND CR-SEMESTER-GRADE = SPACE
               ADD 1 TO WS-CT-UNGRADED-SCAN
           END-IF.
      *--------------------*

      *--------------------*
       058-WRITE-OFFTERM-HDRS.
      *writes the headers for the OFFTERM report
           ADD 1 TO CAT-SUB.
      *-------------------*

      *-------------------*
      *reads the prerequisite master into a table for the
      *per-registration prerequisite check
       190-READ-PREREQ.
           READ PREREQ
           AT END MOVE "YES" TO END-OF-FILE-PQ
           NOT AT END PERFORM 195-STORE-PREREQ.
      *-------------------*

      *-------------------*
       195-STORE-PREREQ.
      *stores one prerequisite row into the table
           IF PQ-SUB > PREREQ-TABLE-MAX
               DISPLAY "FinalProject: PREREQ-REC-TABLE IS FULL AT "
                       PREREQ-TABLE-MAX " ROWS - RAISE THE "
                       "OCCURS 200 LIMIT ON PREREQ-ENTRY IN "
                       "PREREQ-REC-TABLE."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE PQ-DEPARTMENT-CODE TO PQ-DEPT-CODE-OUT(PQ-SUB).
           MOVE PQ-COURSE-NUMBER TO PQ-CRSE-NUM-OUT(PQ-SUB).
           MOVE PQ-REQ-DEPT-CODE TO PQ-REQ-DEPT-OUT(PQ-SUB).
           MOVE PQ-REQ-COURSE-NUMBER TO PQ-REQ-CRSE-OUT(PQ-SUB).
           MOVE PQ-MIN-GRADE TO PQ-MIN-GRADE-OUT(PQ-SUB).
           ADD 1 TO PQ-SUB.
      *-------------------*

      *-------------------*
      *copies one master record into NEWMAST, where the posting
      *updates accumulate - stumast.dat itself is never modified, so
      *read on NEWMAST, and posts the grade - this replaces the old
      *in-memory tables and the subscript-1 rescan per row, so run
      *time and capacity scale with the files, not with a hardcoded
      *OCCURS size. every matched row is held to its prerequisites
      *and takes a seat or goes to the waitlist whatever its grade,
      *so both are enforced from the first week of the term - only
      *a row that passed the edit posts a grade
       510-POST-ONE-REGISTRATION.
           PERFORM 560-EDIT-ONE-CRSEREG.
           PERFORM 520-READ-NEWMAST-STUDENT.
               ADD 1 TO WS-CT-CRSEREG-UNMATCHED
           ELSE
               ADD 1 TO WS-CT-CRSEREG-MATCHED
               PERFORM 522-CHECK-PREREQS
               IF PREREQ-OK-SW = "Y"
                   PERFORM 530-CHECK-SECTION-SEAT
                   IF SEAT-OK-SW = "Y"
                       IF REG-EDIT-OK-SW = "Y"
                           PERFORM 900-CALCULATIONS
                       END-IF
                       IF WS-CAT-REASON = SPACES
                           PERFORM 545-WRITE-REGPOST
                       END-IF
                   ELSE
                       PERFORM 540-WRITE-WAITLIST
                   END-IF
               ELSE
                   ADD 1 TO WS-CT-CRSEREG-PREREQ-FAIL
               END-IF
               IF NM-STUDENT-STATUS = "I" OR NM-STUDENT-STATUS = "W"
                   OR NM-STUDENT-STATUS = "G"
           END-READ.
      *------------------*

      *------------------*
      *checks the registration against every prerequisite row for
      *its course - the check runs before the seat check, so a
      *registration held for a prerequisite never takes a seat, and
      *it stops at the first requirement not met
       522-CHECK-PREREQS.
           MOVE "Y" TO PREREQ-OK-SW.
           IF PQ-OPEN-SW = "Y"
               MOVE 1 TO PQ-SEARCH-SUB
               PERFORM 523-CHECK-ONE-PREREQ
                   UNTIL PREREQ-OK-SW = "N"
                   OR PQ-SEARCH-SUB = PQ-SUB
           END-IF.
      *------------------*

      *------------------*
       523-CHECK-ONE-PREREQ.
           IF PQ-DEPT-CODE-OUT(PQ-SEARCH-SUB) = CR-DEPARTMENT-CODE
               AND PQ-CRSE-NUM-OUT(PQ-SEARCH-SUB) = CR-COURSE-NUMBER
               PERFORM 524-FIND-PASSING-ATTEMPT
               IF PQ-MET-SW = "N"
                   MOVE "N" TO PREREQ-OK-SW
                   PERFORM 527-STORE-PREREQ-EXCEPTION
               END-IF
           END-IF.
           ADD 1 TO PQ-SEARCH-SUB.
      *------------------*

      *------------------*
      *scans this student's own history rows by key for a counting
      *pass at the required course in an earlier term - the same
      *keyed scan the repeat policy uses, stopping the moment the
      *id changes or a pass turns up. the scan runs before
      *900-CALCULATIONS, which builds its own history record, so
      *leaving the record area behind does no harm
       524-FIND-PASSING-ATTEMPT.
           MOVE "N" TO PQ-MET-SW.
           MOVE "N" TO END-OF-STUDENT-SW.
           MOVE SPACE TO WS-LAST-REQ-GRADE.
           MOVE PQ-MIN-GRADE-OUT(PQ-SEARCH-SUB) TO WS-WORK-GRADE.
           PERFORM 907-GRADE-TO-VALUE.
           MOVE WS-GRADE-VALUE TO WS-MIN-GRADE-VALUE.
           MOVE CR-STUDENT-ID TO GH-STUDENT-ID.
           MOVE ZEROS TO GH-TERM-YEAR.
           MOVE ZEROS TO GH-TERM-MONTH.
           MOVE SPACES TO GH-DEPARTMENT-CODE.
           MOVE ZEROS TO GH-COURSE-NUMBER.
           MOVE ZEROS TO GH-SECTION-NUMBER.
           START GRDHIST KEY IS NOT LESS THAN GH-HIST-KEY
               INVALID KEY MOVE "Y" TO END-OF-STUDENT-SW
           END-START.
           PERFORM 525-SCAN-REQ-ROWS
               UNTIL END-OF-STUDENT-SW = "Y"
               OR PQ-MET-SW = "Y".
      *------------------*

      *------------------*
       525-SCAN-REQ-ROWS.
           READ GRDHIST NEXT
               AT END MOVE "Y" TO END-OF-STUDENT-SW
               NOT AT END
                   IF GH-STUDENT-ID NOT = CR-STUDENT-ID
                       MOVE "Y" TO END-OF-STUDENT-SW
                   ELSE
                       IF GH-DEPARTMENT-CODE =
                               PQ-REQ-DEPT-OUT(PQ-SEARCH-SUB)
                           AND GH-COURSE-NUMBER =
                               PQ-REQ-CRSE-OUT(PQ-SEARCH-SUB)
                           AND (GH-TERM-YEAR < CR-COURSE-START-YEAR
                               OR (GH-TERM-YEAR = CR-COURSE-START-YEAR
                               AND GH-TERM-MONTH <
                                   CR-COURSE-START-MONTH))
                           AND NOT GH-ATTEMPT-SUPERSEDED
                           PERFORM 526-TEST-REQ-GRADE
                       END-IF
                   END-IF
           END-READ.
      *------------------*

      *------------------*
      *an A-D meets the requirement at or above the minimum grade;
      *a P only meets a blank or D minimum, since it carries no
      *letter grade to hold against a C or better. the last grade
      *seen is kept for the report
       526-TEST-REQ-GRADE.
           MOVE GH-SEMESTER-GRADE TO WS-LAST-REQ-GRADE.
           EVALUATE GH-SEMESTER-GRADE
               WHEN "A"
               WHEN "B"
               WHEN "C"
               WHEN "D"
                   MOVE GH-SEMESTER-GRADE TO WS-WORK-GRADE
                   PERFORM 907-GRADE-TO-VALUE
                   IF WS-GRADE-VALUE NOT < WS-MIN-GRADE-VALUE
                       MOVE "Y" TO PQ-MET-SW
                   END-IF
               WHEN "P"
                   IF PQ-MIN-GRADE-OUT(PQ-SEARCH-SUB) = SPACE
                       OR PQ-MIN-GRADE-OUT(PQ-SEARCH-SUB) = "D"
                       MOVE "Y" TO PQ-MET-SW
                   END-IF
           END-EVALUATE.
      *------------------*

      *------------------*
      *holds one registration that failed a prerequisite for the
      *PREREQRPT listing - the title comes from the catalog row when
      *there is one, the registration's own copy otherwise
       527-STORE-PREREQ-EXCEPTION.
           IF PX-SUB > PREREQ-EXC-MAX
               DISPLAY "FinalProject: PREREQ-EXC-TABLE IS FULL AT "
                       PREREQ-EXC-MAX " ROWS - RAISE THE OCCURS "
                       "200 LIMIT ON PX-ENTRY IN PREREQ-EXC-TABLE."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE CR-DEPARTMENT-CODE TO PX-DEPT-CODE(PX-SUB).
           MOVE CR-COURSE-NUMBER TO PX-CRSE-NUM(PX-SUB).
           MOVE CR-SECTION-NUMBER TO PX-SECTION-NUM(PX-SUB).
           MOVE CR-COURSE-TITLE TO PX-COURSE-TITLE(PX-SUB).
           MOVE CR-STUDENT-ID TO PX-STU-ID(PX-SUB).
           MOVE CR-STUDENT-NAME TO PX-STU-NAME(PX-SUB).
           MOVE PQ-REQ-DEPT-OUT(PQ-SEARCH-SUB) TO PX-REQ-DEPT(PX-SUB).
           MOVE PQ-REQ-CRSE-OUT(PQ-SEARCH-SUB) TO PX-REQ-CRSE(PX-SUB).
           MOVE PQ-MIN-GRADE-OUT(PQ-SEARCH-SUB)
               TO PX-MIN-GRADE(PX-SUB).
           MOVE WS-LAST-REQ-GRADE TO PX-LAST-GRADE(PX-SUB).
           ADD 1 TO PX-SUB.
      *------------------*

      *------------------*
      *takes one seat in the row's section if any are left - the
      *seats go in crsereg.dat file order. no catalog, no catalog
           ADD 1 TO WS-CT-CRSEREG-WAITLISTED.
      *------------------*

      *------------------*
      *marks one registration as accepted for BILLING - it passed
      *the prerequisite check, holds a seat and agrees with the
      *catalog. a row with no semester grade yet is still the
      *student's registration for the term and is marked too, so
      *billing and refunds work from the first week
       545-WRITE-REGPOST.
           MOVE CR-STUDENT-ID TO RP-STUDENT-ID.
           MOVE CR-COURSE-START-YEAR TO RP-TERM-YEAR.
           MOVE CR-COURSE-START-MONTH TO RP-TERM-MONTH.
           MOVE CR-DEPARTMENT-CODE TO RP-DEPARTMENT-CODE.
           MOVE CR-COURSE-NUMBER TO RP-COURSE-NUMBER.
           MOVE CR-SECTION-NUMBER TO RP-SECTION-NUMBER.
           MOVE CR-COURSE-UNITS TO RP-COURSE-UNITS.
           WRITE REGPOST-RECORD.
      *------------------*

      *----------------*
       555-WRITE-SUSPRPT-HDRS.
      *writes the headers for the SUSPRPT report
           MOVE FILLER-LINE TO SUSP-AREA.
           WRITE SUSP-AREA AFTER ADVANCING 1 LINE.

           IF WS-CT-UNGRADED-SCAN > 0
               MOVE WS-CT-UNGRADED-SCAN TO SUG-COUNT
               MOVE SUSPRPT-UNGRADED-OUT TO SUSP-AREA
               WRITE SUSP-AREA AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SUSPRPT-HDRS TO SUSP-AREA.
           WRITE SUSP-AREA AFTER ADVANCING 1 LINE.


      *----------------*
       560-EDIT-ONE-CRSEREG.
      *checks one crsereg row's student id and semester grade - a
      *blank grade is a sheet never submitted, counted apart from a
      *grade keyed wrong. the row is held against the catalog first,
      *whatever its grade - a row that disagrees with the catalog is
      *not a registration BILLING can charge, graded or not
           MOVE "Y" TO REG-EDIT-OK-SW.
           MOVE SPACES TO WS-CAT-REASON.
           IF CAT-OPEN-SW = "Y"
               PERFORM 566-COMPARE-CATALOG
           END-IF.
           IF CR-STUDENT-ID NOT NUMERIC
               MOVE "N" TO REG-EDIT-OK-SW
               MOVE "INVALID STUDENT ID FORMAT" TO WS-SUSP-REASON
               PERFORM 570-WRITE-SUSPRPT
           ELSE
               IF CR-SEMESTER-GRADE = SPACE
                   MOVE "N" TO REG-EDIT-OK-SW
                   MOVE "NO SEMESTER GRADE" TO WS-SUSP-REASON
                   ADD 1 TO WS-CT-CRSEREG-UNGRADED
                   PERFORM 570-WRITE-SUSPRPT
               ELSE
                   IF CR-SEMESTER-GRADE NOT = "A" AND
                       CR-SEMESTER-GRADE NOT = "B" AND
                       CR-SEMESTER-GRADE NOT = "C" AND
                       CR-SEMESTER-GRADE NOT = "D" AND
                       CR-SEMESTER-GRADE NOT = "F" AND
                       CR-SEMESTER-GRADE NOT = "I" AND
                       CR-SEMESTER-GRADE NOT = "W" AND
                       CR-SEMESTER-GRADE NOT = "P" AND
                       CR-SEMESTER-GRADE NOT = "N"
                       MOVE "N" TO REG-EDIT-OK-SW
                       MOVE "INVALID SEMESTER GRADE" TO WS-SUSP-REASON
                       PERFORM 570-WRITE-SUSPRPT
                   ELSE
                       IF CAT-OPEN-SW = "Y"
                           PERFORM 565-VALIDATE-CATALOG
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *----------------*

      *----------------*
      *suspends a graded row that disagrees with the catalog - it
      *goes to SUSPRPT instead of posting, the same way a bad grade
      *does
       565-VALIDATE-CATALOG.
           IF WS-CAT-REASON NOT = SPACES
               MOVE WS-CAT-REASON TO WS-SUSP-REASON
               MOVE "N" TO REG-EDIT-OK-SW
               PERFORM 570-WRITE-SUSPRPT
           END-IF.
      *----------------*

      *----------------*
      *compares one crsereg row's own copy of the section data with
      *the official catalog row and keeps the first disagreement
       566-COMPARE-CATALOG.
           PERFORM 567-FIND-CATALOG-ROW.
           IF CAT-FOUND-SW = "N"
               MOVE "SECTION NOT IN CATALOG" TO WS-CAT-REASON
           ELSE
               EVALUATE TRUE
                   WHEN CR-COURSE-UNITS NOT =
                       CAT-UNITS-OUT(CAT-MATCH-SUB)
                       MOVE "CATALOG UNITS MISMATCH" TO WS-CAT-REASON
                   WHEN CR-COURSE-TITLE NOT =
                       CAT-TITLE-OUT(CAT-MATCH-SUB)
                       MOVE "CATALOG TITLE MISMATCH" TO WS-CAT-REASON
                   WHEN CR-COURSE-DAYS NOT =
                       CAT-DAYS-OUT(CAT-MATCH-SUB)
                       MOVE "CATALOG DAYS MISMATCH" TO WS-CAT-REASON
                   WHEN CR-TEACHER-NUMBER NOT =
                       CAT-TEACHER-OUT(CAT-MATCH-SUB)
                       MOVE "CATALOG TEACHER MISMATCH"
                           TO WS-CAT-REASON
               END-EVALUATE
           END-IF.
      *----------------*

      *----------------*
           ADD 1 TO WS-CT-SUSP-STUMAST.
      *----------------*

      *----------------*
      *prints PREREQRPT - the held registrations grouped by section
      *in department, course and section order, each group headed
      *by its section line, then the total held
       600-WRITE-PREREQRPT.
           MOVE PREREQ-TOPLINE TO PREQ-AREA.
           WRITE PREQ-AREA AFTER ADVANCING 1 LINE.

           MOVE FILLER-LINE TO PREQ-AREA.
           WRITE PREQ-AREA AFTER ADVANCING 1 LINE.

           MOVE PREREQ-HDRS TO PREQ-AREA.
           WRITE PREQ-AREA AFTER ADVANCING 1 LINE.

           MOVE DASHED-LINE TO PREQ-AREA.
           WRITE PREQ-AREA AFTER ADVANCING 1 LINE.

           MOVE 1 TO PX-BUILD-SUB.
           PERFORM 605-BUILD-ONE-SECTION
               UNTIL PX-BUILD-SUB = PX-SUB.

           MOVE 1 TO PXS-IDX.
           PERFORM 620-PRINT-ONE-SECTION-GROUP
               UNTIL PXS-IDX = PXS-SUB.

           MOVE DASHED-LINE TO PREQ-AREA.
           WRITE PREQ-AREA AFTER ADVANCING 1 LINE.
           MOVE WS-CT-CRSEREG-PREREQ-FAIL TO PQT-COUNT.
           MOVE PREREQ-TOTAL-OUT TO PREQ-AREA.
           WRITE PREQ-AREA AFTER ADVANCING 1 LINE.
      *----------------*

      *----------------*
      *adds a held row's section to the distinct group list, if new,
      *in its place by department, course and section - the list
      *can never outgrow the exception table it is built from, so
      *it needs no overflow check of its own
       605-BUILD-ONE-SECTION.
           MOVE "N" TO PX-FOUND-SW.
           MOVE 1 TO PX-SEARCH-SUB.
           PERFORM 610-SEARCH-SECTION
               UNTIL PX-FOUND-SW = "Y"
               OR PX-SEARCH-SUB = PXS-SUB.
           IF PX-FOUND-SW = "N"
               MOVE PX-DEPT-CODE(PX-BUILD-SUB) TO PXN-DEPT-CODE
               MOVE PX-CRSE-NUM(PX-BUILD-SUB) TO PXN-CRSE-NUM
               MOVE PX-SECTION-NUM(PX-BUILD-SUB) TO PXN-SECTION-NUM
               MOVE PXS-SUB TO PX-INS-SUB
               MOVE "N" TO PX-SLOT-FOUND-SW
               PERFORM 607-FIND-SECTION-SLOT
                   UNTIL PX-SLOT-FOUND-SW = "Y"
               MOVE PX-NEW-SECTION TO PXS-ENTRY(PX-INS-SUB)
               ADD 1 TO PXS-SUB
           END-IF.
           ADD 1 TO PX-BUILD-SUB.
      *----------------*

      *----------------*
      *moves the slot up past one section that sorts after the new
      *one, sliding that section down a place
       607-FIND-SECTION-SLOT.
           IF PX-INS-SUB = 1
               MOVE "Y" TO PX-SLOT-FOUND-SW
           ELSE
               COMPUTE PX-PREV-SUB = PX-INS-SUB - 1
               IF PXS-ENTRY(PX-PREV-SUB) > PX-NEW-SECTION
                   MOVE PXS-ENTRY(PX-PREV-SUB)
                       TO PXS-ENTRY(PX-INS-SUB)
                   MOVE PX-PREV-SUB TO PX-INS-SUB
               ELSE
                   MOVE "Y" TO PX-SLOT-FOUND-SW
               END-IF
           END-IF.
      *----------------*

      *----------------*
       610-SEARCH-SECTION.
           IF PXS-DEPT-CODE(PX-SEARCH-SUB) = PX-DEPT-CODE(PX-BUILD-SUB)
               AND PXS-CRSE-NUM(PX-SEARCH-SUB) =
                   PX-CRSE-NUM(PX-BUILD-SUB)
               AND PXS-SECTION-NUM(PX-SEARCH-SUB) =
                   PX-SECTION-NUM(PX-BUILD-SUB)
               MOVE "Y" TO PX-FOUND-SW
           ELSE
               ADD 1 TO PX-SEARCH-SUB.
      *----------------*

      *----------------*
      *prints one section's line and the rows held in it
       620-PRINT-ONE-SECTION-GROUP.
           MOVE 1 TO PX-PRINT-SUB.
           PERFORM 625-FIND-SECTION-ROW
               UNTIL PX-DEPT-CODE(PX-PRINT-SUB) =
                   PXS-DEPT-CODE(PXS-IDX)
               AND PX-CRSE-NUM(PX-PRINT-SUB) = PXS-CRSE-NUM(PXS-IDX)
               AND PX-SECTION-NUM(PX-PRINT-SUB) =
                   PXS-SECTION-NUM(PXS-IDX).
           MOVE PXS-DEPT-CODE(PXS-IDX) TO PQS-DEPT.
           MOVE PXS-CRSE-NUM(PXS-IDX) TO PQS-CRSE.
           MOVE PXS-SECTION-NUM(PXS-IDX) TO PQS-SEC.
           MOVE PX-COURSE-TITLE(PX-PRINT-SUB) TO PQS-TITLE.
           MOVE SPACES TO PREQ-AREA.
           WRITE PREQ-AREA AFTER ADVANCING 1 LINE.
           MOVE PREREQ-SECTION-OUT TO PREQ-AREA.
           WRITE PREQ-AREA AFTER ADVANCING 1 LINE.
           MOVE 1 TO PX-PRINT-SUB.
           PERFORM 630-PRINT-ONE-EXCEPTION
               UNTIL PX-PRINT-SUB = PX-SUB.
           ADD 1 TO PXS-IDX.
      *----------------*

      *----------------*
       625-FIND-SECTION-ROW.
           ADD 1 TO PX-PRINT-SUB.
      *----------------*

      *----------------*
      *prints one held registration if it belongs to this section
       630-PRINT-ONE-EXCEPTION.
           IF PX-DEPT-CODE(PX-PRINT-SUB) = PXS-DEPT-CODE(PXS-IDX)
               AND PX-CRSE-NUM(PX-PRINT-SUB) = PXS-CRSE-NUM(PXS-IDX)
               AND PX-SECTION-NUM(PX-PRINT-SUB) =
                   PXS-SECTION-NUM(PXS-IDX)
               MOVE PX-STU-ID(PX-PRINT-SUB) TO PQO-ID
               MOVE PX-STU-NAME(PX-PRINT-SUB) TO PQO-NAME
               MOVE PX-REQ-DEPT(PX-PRINT-SUB) TO PQO-REQ-DEPT
               MOVE PX-REQ-CRSE(PX-PRINT-SUB) TO PQO-REQ-CRSE
               IF PX-MIN-GRADE(PX-PRINT-SUB) = SPACE
                   MOVE "PASS" TO PQO-MIN
               ELSE
                   MOVE PX-MIN-GRADE(PX-PRINT-SUB) TO PQO-MIN
               END-IF
               IF PX-LAST-GRADE(PX-PRINT-SUB) = SPACE
                   MOVE "NONE" TO PQO-LAST
               ELSE
                   MOVE PX-LAST-GRADE(PX-PRINT-SUB) TO PQO-LAST
               END-IF
               MOVE PREREQ-OUT TO PREQ-AREA
               WRITE PREQ-AREA AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO PX-PRINT-SUB.
      *----------------*

      *----------------*
       650-WRITE-STUREPT-HDRS.
      *writes headers for the STUDENT REPORT print file
           MOVE "CRSEREG WAITLISTED" TO CT-COUNTER-NAME.
           MOVE WS-CT-CRSEREG-WAITLISTED TO CT-COUNT.
           WRITE CTLTOTS-RECORD.
           MOVE "CRSEREG PREREQ FAIL" TO CT-COUNTER-NAME.
           MOVE WS-CT-CRSEREG-PREREQ-FAIL TO CT-COUNT.
           WRITE CTLTOTS-RECORD.
           MOVE "CRSEREG UNGRADED" TO CT-COUNTER-NAME.
           MOVE WS-CT-CRSEREG-UNGRADED TO CT-COUNT.
           WRITE CTLTOTS-RECORD.
           MOVE "CRSEREG REPEATS" TO CT-COUNTER-NAME.
           MOVE WS-CT-REPEATS TO CT-COUNT.
           WRITE CTLTOTS-RECORD.
      *closes everything on the abort paths so the buffers flush
       980-CLOSE-ALL-FILES.
           CLOSE STUMAST CRSEREG NEWMAST STUREPT ERRRPT SUSPRPT
                 CTLTOTS GRDHIST OFFTERM WAITLIST REGPOST
                 PREREQRPT.
           IF WS-TM-STATUS = "00"
               CLOSE TCHMAST
           END-IF.
           IF CAT-OPEN-SW = "Y"
               CLOSE CRSECAT
           END-IF.
           IF PQ-OPEN-SW = "Y"
               CLOSE PREREQ
           END-IF.
      *----------------*


