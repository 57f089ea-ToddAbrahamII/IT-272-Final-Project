      * line for every field touched on MAINTRPT. Invalid
      * transactions are rejected with a reason on the same report,
      * so the registrar has a controlled, reviewable way to
      * maintain the master instead of raw file edits. Every field
      * touched is also written to the permanent audit journal
      * (audjrnl.dat) under the operator id entered at startup.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   SELECT MAINTRPT ASSIGN TO "MAINTRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL AUDJRNL ASSIGN TO "audjrnl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-AJ-STATUS.

      ******************************************************************
       DATA DIVISION.
      *--------------*

           FD MAINTRPT.
           01 MAINT-AREA                   PIC X(100).

      **Copies Code from AUDJRNL - appended to, one row per field
           FD AUDJRNL.
               COPY "audjrnl.cpy".
      *--------------------------*
       WORKING-STORAGE SECTION.

           01 WS-REJ-REASON                PIC X(26) VALUE SPACES.
           01 WS-NEW-STATUS                PIC X.

      *--------*
      *the audit journal stamp - the run's date and time and the
      *operator id keyed at startup go on every journal row
           01 WS-AJ-STATUS                 PIC XX.
           01 AJ-OPEN-SW                   PIC X VALUE "N".
           01 WS-RUN-DATE-NUM              PIC 9(08).
           01 WS-RUN-TIME-NUM              PIC 9(08).
           01 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

      *------*
           01 MAINTRPT-TOPLINE.
               05 FILLER               PIC X(32) VALUE SPACES.
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-NUM FROM TIME.
           PERFORM 050-ACCEPT-OPERATOR-ID.
           PERFORM OPEN-FILES.
           PERFORM 110-WRITE-MAINTRPT-HDRS.

           IF TRAN-OPEN-SW = "Y"
               CLOSE STUTRAN
           END-IF.
           IF AJ-OPEN-SW = "Y"
               CLOSE AUDJRNL
           END-IF.
           STOP RUN.
      *--------------------*

      *--------------------*
      *every change is journaled under the operator who ran it, so
      *a run with no operator id stops before anything is opened
       050-ACCEPT-OPERATOR-ID.
           DISPLAY "STUMAINT: ENTER OPERATOR ID".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "STUMAINT: NO OPERATOR ID ENTERED - NO "
                       "TRANSACTIONS APPLIED."
               STOP RUN
           END-IF.
      *--------------------*

      *--------------------*
      *a missing master is a mis-staged run - nothing can apply. a
      *missing transaction file just means there is nothing to do;
           OPEN I-O    STUMAST.
           OPEN INPUT  STUTRAN.
           OPEN OUTPUT MAINTRPT.
           OPEN EXTEND AUDJRNL.
           IF WS-SM-STATUS = "00"
               MOVE "Y" TO SM-OPEN-SW
           ELSE
               DISPLAY "STUMAINT: TRANSACTION FILE stutran.dat NOT "
                       "FOUND - NO TRANSACTIONS APPLIED."
           END-IF.
           IF WS-AJ-STATUS = "00" OR WS-AJ-STATUS = "05"
               MOVE "Y" TO AJ-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE1
               DISPLAY "STUMAINT: AUDIT JOURNAL audjrnl.dat COULD NOT "
                       "BE OPENED (STATUS " WS-AJ-STATUS ") - NO "
                       "TRANSACTIONS APPLIED."
           END-IF.
       OPEN-FILES-END.
      *--------------------*


      *--------------------*
       750-WRITE-FIELD-LINE.
      *writes one before/after field audit line, and journals it
           MOVE MAINT-FIELD-OUT TO MAINT-AREA.
           WRITE MAINT-AREA AFTER ADVANCING 1 LINE.
           MOVE MTO-ACTION TO AJ-TRAN-TYPE.
           MOVE ST-STUDENT-ID TO AJ-STUDENT-ID.
           MOVE MFO-LABEL TO AJ-FIELD-NAME.
           MOVE MFO-BEFORE TO AJ-BEFORE-VALUE.
           MOVE MFO-AFTER TO AJ-AFTER-VALUE.
           PERFORM 760-WRITE-JOURNAL.
      *--------------------*

      *--------------------*
       760-WRITE-JOURNAL.
      *stamps and appends one audit journal row
           MOVE WS-RUN-DATE-NUM TO AJ-RUN-DATE.
           MOVE WS-RUN-TIME-NUM TO AJ-RUN-TIME.
           MOVE "STUMAINT" TO AJ-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO AJ-OPERATOR-ID.
           WRITE AUDJRNL-RECORD.
      *--------------------*

      *--------------------*
