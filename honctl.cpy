      ******************************************************************
      * Copybook: HONCTL.CPY
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Record layout for the term honors control file
      *          (honctl.dat) - a single line holding the minimum
      *          term GPA and minimum graded (A-F) units for the
      *          dean's list, and the higher term GPAs that earn high
      *          honors and highest honors. HONORS reads it so the
      *          registrar sets the thresholds without a program
      *          change; a site without a honctl.dat uses 3.50 on 12
      *          graded units, with 3.75 and 3.90 for the upper tiers.
      ******************************************************************
       01  HONCTL-RECORD.
           05 HC-MIN-TERM-GPA              PIC 9V99.
           05 HC-MIN-GPA-UNITS             PIC 9(03).
           05 HC-HIGH-HONORS-GPA           PIC 9V99.
           05 HC-HIGHEST-HONORS-GPA        PIC 9V99.
