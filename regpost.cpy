      ******************************************************************
      * Copybook: REGPOST.CPY
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Record layout for the posted-registration file
      *          (REGPOST) written by the merge - one line for each
      *          current-term registration the merge accepted: the
      *          student is on the master, the row met its
      *          prerequisites, took a seat rather than going to
      *          the waitlist, and agrees with the course catalog.
      *          A row with no semester grade yet is accepted, so
      *          the file covers the whole term, not just graded
      *          rows.
      *          BILLING reads it back to decide what is billable.
      ******************************************************************
       01  REGPOST-RECORD.
           05 RP-STUDENT-ID                PIC 9(09).
           05 RP-TERM-YEAR                 PIC 9(04).
           05 RP-TERM-MONTH                PIC 9(02).
           05 RP-DEPARTMENT-CODE           PIC X(04).
           05 RP-COURSE-NUMBER             PIC 9(03).
           05 RP-SECTION-NUMBER            PIC 9(02).
           05 RP-COURSE-UNITS              PIC 9(01).
