      ******************************************************************
      * Copybook: PREREQ.CPY
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Record layout for the course prerequisite master
      *          file (prereq.dat), maintained by the registrar and
      *          keyed by department code and course number the way
      *          crsecat.dat is. One row per required prior course:
      *          the course being registered for, the course that
      *          must already be passed, and the minimum grade needed
      *          in it. A blank minimum grade means any passing grade
      *          (A-D or P) meets the requirement; a P meets a
      *          minimum of D, but not C or above.
      ******************************************************************
       01  PREREQ-RECORD.
           05 PQ-DEPARTMENT-CODE           PIC X(04).
           05 PQ-COURSE-NUMBER             PIC 9(03).
           05 PQ-REQ-DEPT-CODE             PIC X(04).
           05 PQ-REQ-COURSE-NUMBER         PIC 9(03).
           05 PQ-MIN-GRADE                 PIC X(01).
