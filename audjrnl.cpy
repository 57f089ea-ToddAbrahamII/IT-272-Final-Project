      ******************************************************************
      * Copybook: AUDJRNL.CPY
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Record layout for the maintenance audit journal
      *          (audjrnl.dat) - the permanent record of who changed
      *          what, appended to and never rewritten. STUMAINT,
      *          GRDCHG, DROPREG and IDCHG each write one row per
      *          field or course they change, stamped with the run's
      *          date and time and the operator id entered when the
      *          run started, alongside their own printed audit
      *          reports. AUDRPT reads it back for one student or a
      *          range of run dates.
      *          AJ-FIELD-NAME carries the master field changed (the
      *          same label the program's audit report prints) or,
      *          for a registration or grade, the section in the form
      *          DEPT CRS-SC. An id change is journaled under both the
      *          old and the new student id.
      ******************************************************************
       01  AUDJRNL-RECORD.
           05 AJ-RUN-DATE                  PIC 9(08).
           05 AJ-RUN-TIME                  PIC 9(08).
           05 AJ-PROGRAM-NAME              PIC X(08).
           05 AJ-OPERATOR-ID               PIC X(08).
           05 AJ-TRAN-TYPE                 PIC X(10).
           05 AJ-STUDENT-ID                PIC 9(09).
           05 AJ-FIELD-NAME                PIC X(12).
           05 AJ-BEFORE-VALUE              PIC X(25).
           05 AJ-AFTER-VALUE               PIC X(25).
