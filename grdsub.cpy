      ******************************************************************
      * Copybook: GRDSUB.CPY
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Record layout for the grade-submission transaction
      *          file (grdsub.dat) read by GRDSUB - one line per
      *          student per section, keyed from the instructors'
      *          final grade sheets. The teacher number is the one on
      *          the sheet; blank means the sheet did not carry one.
      *          The student must be registered in the section this
      *          term before the grade is applied.
      ******************************************************************
       01  GRDSUB-RECORD.
           05 GS-TEACHER-NUMBER            PIC X(03).
           05 GS-DEPARTMENT-CODE           PIC X(04).
           05 GS-COURSE-NUMBER             PIC X(03).
           05 GS-SECTION-NUMBER            PIC X(02).
           05 GS-STUDENT-ID                PIC X(09).
           05 GS-SEMESTER-GRADE            PIC X(01).
