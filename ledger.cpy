      ******************************************************************
      * Copybook: LEDGER.CPY
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Record layout for the student accounts ledger
      *          (ledger.dat) - the term-to-date record of every
      *          assessment and adjustment, appended to and never
      *          rewritten except by IDCHG, which moves a corrected
      *          student's rows to the new id. BILLING posts an "A"
      *          row per registration assessed and an "F" row per
      *          flat fee; DROPREG posts an "R" row per drop of an
      *          assessed registration, carrying the refund credited
      *          (zero past the last deadline).
      *          Amounts are unsigned - the entry type says which side
      *          of the account they fall on.
      ******************************************************************
       01  LEDGER-RECORD.
           05 LG-STUDENT-ID                PIC 9(09).
           05 LG-TERM-YEAR                 PIC 9(04).
           05 LG-TERM-MONTH                PIC 9(02).
           05 LG-ENTRY-TYPE                PIC X(01).
              88 LG-TUITION-CHARGE          VALUE "A".
              88 LG-FLAT-FEE-CHARGE         VALUE "F".
              88 LG-REFUND-CREDIT           VALUE "R".
           05 LG-DEPARTMENT-CODE           PIC X(04).
           05 LG-COURSE-NUMBER             PIC 9(03).
           05 LG-SECTION-NUMBER            PIC 9(02).
           05 LG-UNITS                     PIC 9(01).
           05 LG-AMOUNT                    PIC 9(05)V99.
           05 LG-POST-DATE                 PIC 9(08).
           05 LG-PROGRAM-NAME              PIC X(08).
           05 LG-DESCRIPTION               PIC X(20).
