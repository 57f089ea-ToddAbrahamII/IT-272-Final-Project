      * The history is indexed now, so the corrected grade goes
      * straight back onto the student's own grdhist.dat row with a
      * keyed rewrite - no more whole-file copy for the operator.
      * Every applied change is also written to the permanent audit
      * journal (audjrnl.dat) under the operator id entered at
      * startup.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   SELECT GCHGRPT ASSIGN TO "GCHGRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL AUDJRNL ASSIGN TO "audjrnl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-AJ-STATUS.

      ******************************************************************
       DATA DIVISION.
      *--------------*

           FD GCHGRPT.
           01 GCHG-AREA                    PIC X(110).

      **Copies Code from AUDJRNL - appended to, one row per change
           FD AUDJRNL.
               COPY "audjrnl.cpy".
      *--------------------------*
       WORKING-STORAGE SECTION.

           01 WS-WORK-GRADE                PIC X.
           01 WS-REJ-REASON                PIC X(26) VALUE SPACES.

      *--------*
      *the audit journal stamp - the run's date and time and the
      *operator id keyed at startup go on every journal row
           01 WS-AJ-STATUS                 PIC XX.
           01 AJ-OPEN-SW                   PIC X VALUE "N".
           01 WS-RUN-DATE-NUM              PIC 9(08).
           01 WS-RUN-TIME-NUM              PIC 9(08).
           01 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

           01 JOURNAL-SECTION.
               05 JS-DEPT                  PIC X(04).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 JS-CRSE                  PIC X(03).
               05 FILLER                   PIC X(01) VALUE "-".
               05 JS-SEC                   PIC X(02).

      *------*
           01 GCHGRPT-TOPLINE.
               05 FILLER               PIC X(36) VALUE SPACES.
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-NUM FROM TIME.
           PERFORM 050-ACCEPT-OPERATOR-ID.
           PERFORM OPEN-FILES.
           PERFORM 110-WRITE-GCHGRPT-HDRS.

               CLOSE NEWMAST
           END-IF.
           CLOSE GCHGRPT.
           IF AJ-OPEN-SW = "Y"
               CLOSE AUDJRNL
           END-IF.
           STOP RUN.
      *--------------------*

      *--------------------*
      *every change is journaled under the operator who ran it, so
      *a run with no operator id stops before anything is opened
       050-ACCEPT-OPERATOR-ID.
           DISPLAY "GRDCHG: ENTER OPERATOR ID".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "GRDCHG: NO OPERATOR ID ENTERED - NO "
                       "CHANGES APPLIED."
               STOP RUN
           END-IF.
      *--------------------*

      *--------------------*
      *a missing transaction file means nothing to do; a missing
      *history or NEWMAST means the merge has not run - nothing can
           OPEN I-O    GRDHIST.
           OPEN I-O    NEWMAST.
           OPEN OUTPUT GCHGRPT.
           OPEN EXTEND AUDJRNL.
           IF WS-GC-STATUS = "00"
               MOVE "Y" TO GC-OPEN-SW
           ELSE
               DISPLAY "GRDCHG: NEWMAST COULD NOT BE OPENED (STATUS "
                       WS-NM-STATUS ") - NO CHANGES APPLIED."
           END-IF.
           IF WS-AJ-STATUS = "00" OR WS-AJ-STATUS = "05"
               MOVE "Y" TO AJ-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-GC
               DISPLAY "GRDCHG: AUDIT JOURNAL audjrnl.dat COULD NOT "
                       "BE OPENED (STATUS " WS-AJ-STATUS ") - NO "
                       "CHANGES APPLIED."
           END-IF.
       OPEN-FILES-END.
      *--------------------*


      *--------------------*
       550-WRITE-APPLIED.
      *writes the audit line for an applied change, and journals
      *the old and new grade against the section
           MOVE WS-PTS-BEFORE TO GCO-PTS-BEF.
           MOVE NM-TOTAL-PTS TO GCO-PTS-AFT.
           MOVE "APPLIED" TO GCO-RESULT.
           MOVE GCHGRPT-OUT TO GCHG-AREA.
           WRITE GCHG-AREA AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CHGS-APPLIED.

           MOVE "GRADE CHG" TO AJ-TRAN-TYPE.
           MOVE GC-STUDENT-ID TO AJ-STUDENT-ID.
           MOVE GC-DEPARTMENT-CODE TO JS-DEPT.
           MOVE GC-COURSE-NUMBER TO JS-CRSE.
           MOVE GC-SECTION-NUMBER TO JS-SEC.
           MOVE JOURNAL-SECTION TO AJ-FIELD-NAME.
           MOVE GC-OLD-GRADE TO AJ-BEFORE-VALUE.
           MOVE GC-NEW-GRADE TO AJ-AFTER-VALUE.
           PERFORM 760-WRITE-JOURNAL.
      *--------------------*

      *--------------------*
       760-WRITE-JOURNAL.
      *stamps and appends one audit journal row
           MOVE WS-RUN-DATE-NUM TO AJ-RUN-DATE.
           MOVE WS-RUN-TIME-NUM TO AJ-RUN-TIME.
           MOVE "GRDCHG" TO AJ-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO AJ-OPERATOR-ID.
           WRITE AUDJRNL-RECORD.
      *--------------------*

      *--------------------*
