      ******************************************************************
      * Copybook: UNITCTL.CPY
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Record layout for the unit-load control file
      *          (unitctl.dat) - a single line holding the most units
      *          a student may register for in one term. SCHEDULE
      *          reads it to flag overloaded students, so the
      *          registrar sets the limit without a program change; a
      *          site without a unitctl.dat flags anything over 18.
      * Modifications:
      *   10/15/2026 TA - added UC-FULL-TIME-UNITS and
      *          UC-HALF-TIME-UNITS, the fewest units in progress
      *          that certify a student full-time or half-time to
      *          lenders, insurers and the clearinghouse. ENRLVER
      *          reads them; blank (a control line written before
      *          these fields) keeps the standard 12 and 6.
      ******************************************************************
       01  UNITCTL-RECORD.
           05 UC-MAX-UNITS                 PIC 9(03).
           05 UC-FULL-TIME-UNITS           PIC 9(03).
           05 UC-HALF-TIME-UNITS           PIC 9(03).
