      ******************************************************************
      * Copybook: HONOREE.CPY
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Record layout for the term honorees file (HONOREES)
      *          written by HONORS - one row per student who made the
      *          term's dean's list, carrying the term GPA, the graded
      *          units behind it and the honors level earned, so the
      *          honors letters and the commencement program can be
      *          produced from it.
      ******************************************************************
       01  HONOREE-RECORD.
           05 HN-STUDENT-ID                PIC 9(09).
           05 HN-STUDENT-NAME              PIC X(25).
           05 HN-MAJOR                     PIC X(04).
           05 HN-TERM-YEAR                 PIC 9(04).
           05 HN-TERM-MONTH                PIC 9(02).
           05 HN-TERM-GPA                  PIC 9V99.
           05 HN-GPA-UNITS                 PIC 9(03).
           05 HN-HONORS-LEVEL              PIC X(01).
              88 HN-DEANS-LIST              VALUE "D".
              88 HN-HIGH-HONORS             VALUE "H".
              88 HN-HIGHEST-HONORS          VALUE "S".
