      ******************************************************************
      * Copybook: RECVBL.CPY
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Record layout for the receivable file (RECVBL)
      *          BILLING writes for the bursar - one row per student
      *          billed for the term, carrying the charges posted by
      *          this run and the term-to-date charges, credits and
      *          balance due from the ledger.
      ******************************************************************
       01  RECVBL-RECORD.
           05 RV-STUDENT-ID                PIC 9(09).
           05 RV-STUDENT-NAME              PIC X(25).
           05 RV-TERM-YEAR                 PIC 9(04).
           05 RV-TERM-MONTH                PIC 9(02).
           05 RV-RESIDENCY                 PIC X(01).
              88 RV-RESIDENT                VALUE "R".
              88 RV-NON-RESIDENT            VALUE "N".
           05 RV-TERM-UNITS                PIC 9(03).
           05 RV-NEW-CHARGES               PIC 9(06)V99.
           05 RV-TOTAL-CHARGES             PIC 9(06)V99.
           05 RV-TOTAL-CREDITS             PIC 9(06)V99.
           05 RV-BALANCE-DUE               PIC 9(06)V99.
