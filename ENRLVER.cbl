      ******************************************************************
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Certifies enrollment status for lenders, insurers and
      * the clearinghouse. Reads the updated student master (NEWMAST)
      * after the merge and the current term from runctl.dat, and
      * assigns every active student full-time, half-time or less
      * than half-time from the units in progress, against the
      * registrar's thresholds on unitctl.dat (12 and 6 without
      * one). Writes the ENRLEXT extract - a header row, one detail
      * row per student and a trailer row with the record counts and
      * unit total - and the ENRLRPT control listing. The extract
      * last sent (enrlext.dat) is read back first, so a student
      * whose status changed since - a DROPREG drop that takes them
      * below full-time, say - is flagged, and a student no longer
      * active is sent once more as withdrawn. After the extract
      * goes out the operator copies ENRLEXT over enrlext.dat, the
      * same way PROBHIST is carried forward. Keying a student id at
      * startup prints that one student's verification letter
      * (VERLTR) instead, and leaves the extracts alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLVER.
      ******************************************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT NEWMAST ASSIGN TO "NEWMAST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NM-STUDENT-ID
                       FILE STATUS IS WS-NM-STATUS.

                   SELECT RUNCTL ASSIGN TO "runctl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RC-STATUS.

                   SELECT UNITCTL ASSIGN TO "unitctl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-UC-STATUS.

                   SELECT ENRLEXT-OLD ASSIGN TO "enrlext.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-EX-STATUS.

                   SELECT ENRLEXT-NEW ASSIGN TO "ENRLEXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT ENRLRPT ASSIGN TO "ENRLRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT VERLTR ASSIGN TO "VERLTR"
                       ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *--------------*
       FILE SECTION.
      **Copies Code from NEWMAST
           FD NEWMAST.
               COPY "newmast.cpy".

      **Current-term run control - read once at startup
           FD RUNCTL.
               COPY "runctl.cpy".

      **Unit-load control - the full-time and half-time thresholds
           FD UNITCTL.
               COPY "unitctl.cpy".

      **Copies Code from ENRLEXT - the extract last sent
           FD ENRLEXT-OLD.
               COPY "enrlext.cpy" REPLACING ENRLEXT-RECORD
                   BY ENRLEXT-OLD-REC.

      **Copies Code from ENRLEXT - this run's extract
           FD ENRLEXT-NEW.
               COPY "enrlext.cpy" REPLACING ENRLEXT-RECORD
                   BY ENRLEXT-NEW-REC.

           FD ENRLRPT.
           01 ENR-AREA                     PIC X(100).

           FD VERLTR.
           01 LTR-AREA                     PIC X(100).
      *--------------------------*
       WORKING-STORAGE SECTION.

      *--------*
           01 END-OF-FILE-NM               PIC XXX VALUE "NO".
           01 END-OF-FILE-EX               PIC XXX VALUE "NO".
           01 WS-NM-STATUS                 PIC XX.
           01 WS-RC-STATUS                 PIC XX.
           01 WS-UC-STATUS                 PIC XX.
           01 WS-EX-STATUS                 PIC XX.
           01 PREV-EXTRACT-SW              PIC X VALUE "N".
           01 TERM-FOUND-SW                PIC X VALUE "N".

           01 WS-RUN-DATE-NUM              PIC 9(08).
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR              PIC 9(04).
               05 WS-RUN-MONTH             PIC 9(02).
               05 WS-RUN-DAY               PIC 9(02).
           01 WS-CURR-TERM-YEAR            PIC 9(04).
           01 WS-CURR-TERM-MONTH           PIC 9(02).

      *--------*
      *the registrar's thresholds - units in progress at or above
      *full-time certify full-time, at or above half-time half-time
           01 WS-FULL-TIME-UNITS           PIC 9(03) VALUE 12.
           01 WS-HALF-TIME-UNITS           PIC 9(03) VALUE 6.

      *--------*
      *a student id keyed at startup asks for one verification
      *letter instead of the extract
           01 WS-LETTER-ID-IN              PIC X(09) VALUE SPACES.
           01 LETTER-MODE-SW               PIC X VALUE "N".

      *--------*
      *one student's status for the row being built
           01 WS-ENRL-STATUS               PIC X(01).
           01 WS-CHANGE-FLAG               PIC X(01).
           01 WS-PREV-STATUS               PIC X(01).
           01 WS-STATUS-DESC               PIC X(22).

      *--------*
      *the extract last sent - each student's status as the agencies
      *know it, plus what's needed to send a withdrawal for a
      *student no longer on the master
           01 PREV-TABLE-MAX               PIC 999 VALUE 500.

           01 PREV-TABLE.
            05 PV-ENTRY OCCURS 500 TIMES.
               10 PV-STUDENT-ID            PIC 9(09).
               10 PV-STUDENT-NAME          PIC X(25).
               10 PV-DOB-YEAR              PIC 9(04).
               10 PV-DOB-MONTH             PIC 9(02).
               10 PV-DOB-DAY               PIC 9(02).
               10 PV-CLASS-STANDING        PIC 9(01).
               10 PV-ENRL-STATUS           PIC X(01).
               10 PV-SEEN-SW               PIC X(01).
           05 PV-SUB                       PIC 999 VALUE 1.

           01 PV-SEARCH-SUB                PIC 999.
           01 PV-FOUND-SW                  PIC X.

      *--------*
      *extract and control totals
           01 WS-RECORD-COUNT              PIC 9(07) VALUE 0.
           01 WS-DETAIL-COUNT              PIC 9(07) VALUE 0.
           01 WS-FULL-TIME-COUNT           PIC 9(07) VALUE 0.
           01 WS-HALF-TIME-COUNT           PIC 9(07) VALUE 0.
           01 WS-LESS-HALF-COUNT           PIC 9(07) VALUE 0.
           01 WS-WITHDRAWN-COUNT           PIC 9(07) VALUE 0.
           01 WS-CHANGED-COUNT             PIC 9(07) VALUE 0.
           01 WS-NEW-COUNT                 PIC 9(07) VALUE 0.
           01 WS-TOTAL-UNITS               PIC 9(09) VALUE 0.
           01 WS-NM-READ                   PIC 9(07) VALUE 0.

      *------*
           01 ENRLRPT-TOPLINE.
               05 FILLER               PIC X(33) VALUE SPACES.
               05 HDRENR               PIC X(33)
                   VALUE "ENROLLMENT STATUS EXTRACT".

           01 ENRLRPT-CRITERIA.
               05 ECR-LIT1             PIC X(5) VALUE "TERM ".
               05 ECR-YEAR             PIC 9(4).
               05 FILLER               PIC X(1) VALUE "/".
               05 ECR-MONTH            PIC 9(2).
               05 ECR-LIT2             PIC X(13) VALUE "   FULL-TIME ".
               05 ECR-FULL             PIC ZZ9.
               05 ECR-LIT3             PIC X(13) VALUE "   HALF-TIME ".
               05 ECR-HALF             PIC ZZ9.
               05 ECR-LIT4             PIC X(18)
                   VALUE "   PRIOR EXTRACT: ".
               05 ECR-PRIOR            PIC X(4).

           01 FILLER-LINE.
               05 PIC X(100) VALUES ALL "*".

           01 DASHED-LINE.
               05 PIC X(100) VALUES ALL "-".

           01 ENRLRPT-HDRS.
               05 EHD-ID               PIC X(12) VALUE "ID".
               05 EHD-NAME             PIC X(27) VALUE "NAME".
               05 EHD-UNITS            PIC X(7) VALUE "UNITS".
               05 EHD-PREV             PIC X(24)
                   VALUE "PREVIOUS STATUS".
               05 EHD-NEW              PIC X(14) VALUE "STATUS NOW".

           01 ENRLRPT-OUT.
               05 EO-ID                PIC 9(9).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 EO-NAME              PIC X(25).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 EO-UNITS             PIC ZZ9.
               05 FILLER               PIC X(3) VALUE SPACES.
               05 EO-PREV              PIC X(22).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 EO-NEW               PIC X(22).

           01 ENRLRPT-NONE.
               05 FILLER               PIC X(40)
                   VALUE "NO STATUS CHANGES SINCE THE LAST EXTRACT".

           01 ENR-TOTALS-OUT.
               05 ENT-LIT              PIC X(30).
               05 ENT-COUNT            PIC Z,ZZZ,ZZ9.

      *------*
      *the verification letter - the student block, the
      *certification and a closing
           01 LETTER-DATE-OUT.
               05 FILLER               PIC X(40) VALUE SPACES.
               05 LDT-MONTH            PIC 9(2).
               05 FILLER               PIC X(1) VALUE "/".
               05 LDT-DAY              PIC 9(2).
               05 FILLER               PIC X(1) VALUE "/".
               05 LDT-YEAR             PIC 9(4).

           01 LETTER-RE-OUT.
               05 PIC X(52) VALUE "RE: ENROLLMENT VERIFICATION".

           01 LETTER-DEAR-OUT.
               05 PIC X(52) VALUE "TO WHOM IT MAY CONCERN:".

           01 LETTER-BODY1.
               05 PIC X(52) VALUE
                   "THE OFFICE OF THE REGISTRAR CERTIFIES THAT".

           01 LETTER-STUDENT-OUT.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LS-NAME              PIC X(25).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 LS-LIT1              PIC X(11) VALUE "STUDENT ID ".
               05 LS-ID                PIC 9(9).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 LS-LIT2              PIC X(14) VALUE "DATE OF BIRTH ".
               05 LS-DOB-MONTH         PIC 9(2).
               05 FILLER               PIC X(1) VALUE "/".
               05 LS-DOB-DAY           PIC 9(2).
               05 FILLER               PIC X(1) VALUE "/".
               05 LS-DOB-YEAR          PIC 9(4).

           01 LETTER-ENROLLED-OUT.
               05 LE-LIT1              PIC X(24)
                   VALUE "IS ENROLLED FOR THE TERM".
               05 FILLER               PIC X(1) VALUE SPACES.
               05 LE-YEAR              PIC 9(4).
               05 FILLER               PIC X(1) VALUE "/".
               05 LE-MONTH             PIC 9(2).
               05 LE-LIT2              PIC X(6) VALUE " AS A ".
               05 LE-STATUS            PIC X(22).

           01 LETTER-UNITS-OUT.
               05 LU-LIT1              PIC X(17)
                   VALUE "STUDENT, CARRYING".
               05 LU-UNITS             PIC ZZ9.
               05 LU-LIT2              PIC X(23)
                   VALUE " UNITS IN PROGRESS.".

           01 LETTER-NOT-ENROLLED-OUT.
               05 LN-LIT1              PIC X(28)
                   VALUE "IS NOT ENROLLED FOR THE TERM".
               05 FILLER               PIC X(1) VALUE SPACES.
               05 LN-YEAR              PIC 9(4).
               05 FILLER               PIC X(1) VALUE "/".
               05 LN-MONTH             PIC 9(2).
               05 FILLER               PIC X(1) VALUE ".".

           01 LETTER-BASIS-OUT.
               05 LB-LIT1              PIC X(32)
                   VALUE "FULL-TIME ENROLLMENT IS AT LEAST".
               05 LB-FULL              PIC ZZ9.
               05 LB-LIT2              PIC X(26)
                   VALUE " UNITS; HALF-TIME AT LEAST".
               05 LB-HALF              PIC ZZ9.
               05 LB-LIT3              PIC X(7) VALUE " UNITS.".

           01 LETTER-SIGN-OUT.
               05 PIC X(30) VALUE "THE OFFICE OF THE REGISTRAR".

      ******************************************************************
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE.
           PERFORM 050-ACCEPT-LETTER-ID.
           PERFORM OPEN-FILES.
           PERFORM 057-READ-RUNCTL.
           PERFORM 058-READ-UNITCTL.

           IF LETTER-MODE-SW = "Y"
               PERFORM 500-PRODUCE-LETTER
           ELSE
               PERFORM 150-PRODUCE-EXTRACT
           END-IF.

           CLOSE NEWMAST.
           STOP RUN.
      *--------------------*

      *--------------------*
      *a student id asks for that student's letter; a blank entry
      *runs the full extract
       050-ACCEPT-LETTER-ID.
           DISPLAY "ENRLVER: ENTER STUDENT ID FOR A VERIFICATION "
                   "LETTER (BLANK FOR THE EXTRACT)".
           ACCEPT WS-LETTER-ID-IN.
           IF WS-LETTER-ID-IN NOT = SPACES
               IF WS-LETTER-ID-IN IS NUMERIC
                   MOVE "Y" TO LETTER-MODE-SW
               ELSE
                   DISPLAY "ENRLVER: STUDENT ID " WS-LETTER-ID-IN
                           " IS NOT A 9-DIGIT NUMBER."
                   STOP RUN
               END-IF
           END-IF.
      *--------------------*

      *--------------------*
      *without the merged master there is nothing to certify
       OPEN-FILES.
           OPEN INPUT NEWMAST.
           IF WS-NM-STATUS NOT = "00"
               DISPLAY "ENRLVER: STUDENT MASTER NEWMAST COULD NOT BE "
                       "OPENED (STATUS " WS-NM-STATUS ") - RUN "
                       "FINALPROJECT FIRST."
               STOP RUN
           END-IF.
       OPEN-FILES-END.
      *--------------------*

      *--------------------*
      *reads the current term from the run-control file - a status
      *certified to an agency has to name its term, so a run
      *without one stops
       057-READ-RUNCTL.
           OPEN INPUT RUNCTL.
           IF WS-RC-STATUS = "00"
               READ RUNCTL
                   AT END CONTINUE
                   NOT AT END
                       MOVE RC-TERM-YEAR TO WS-CURR-TERM-YEAR
                       MOVE RC-TERM-MONTH TO WS-CURR-TERM-MONTH
                       MOVE "Y" TO TERM-FOUND-SW
               END-READ
               CLOSE RUNCTL
           END-IF.
           IF TERM-FOUND-SW = "N"
               DISPLAY "ENRLVER: NO CURRENT TERM ON runctl.dat - "
                       "NOTHING CERTIFIED."
               CLOSE NEWMAST
               STOP RUN
           END-IF.
      *--------------------*

      *--------------------*
      *reads the registrar's thresholds from the unit-load control
      *file, if one exists - a missing file or a blank field keeps
      *the standard 12 and 6
       058-READ-UNITCTL.
           OPEN INPUT UNITCTL.
           IF WS-UC-STATUS = "00"
               READ UNITCTL
                   AT END CONTINUE
                   NOT AT END
                       IF UC-FULL-TIME-UNITS NUMERIC
                           MOVE UC-FULL-TIME-UNITS
                               TO WS-FULL-TIME-UNITS
                       END-IF
                       IF UC-HALF-TIME-UNITS NUMERIC
                           MOVE UC-HALF-TIME-UNITS
                               TO WS-HALF-TIME-UNITS
                       END-IF
               END-READ
               CLOSE UNITCTL
           END-IF.
      *--------------------*

      *--------------------*
      *the full extract - load what was sent last time, certify
      *every student on the master, then send a withdrawal for
      *anyone last sent who is no longer on it
       150-PRODUCE-EXTRACT.
           PERFORM 060-LOAD-PREV-EXTRACT.
           OPEN OUTPUT ENRLEXT-NEW
                       ENRLRPT.
           PERFORM 110-WRITE-ENRLRPT-HDRS.
           PERFORM 120-WRITE-EXTRACT-HEADER.

           PERFORM 200-READ-NEWMAST
               UNTIL END-OF-FILE-NM = "YES".

           MOVE 1 TO PV-SEARCH-SUB.
           PERFORM 700-CHECK-ONE-PREV
               UNTIL PV-SEARCH-SUB = PV-SUB.

           PERFORM 850-WRITE-EXTRACT-TRAILER.
           PERFORM 870-WRITE-TOTALS.
           CLOSE ENRLEXT-NEW
                 ENRLRPT.
      *--------------------*

      *--------------------*
      *reads the extract last sent, if there is one - the first run
      *sends everyone as new
       060-LOAD-PREV-EXTRACT.
           OPEN INPUT ENRLEXT-OLD.
           IF WS-EX-STATUS = "00"
               MOVE "Y" TO PREV-EXTRACT-SW
               PERFORM 065-READ-PREV-EXTRACT
                   UNTIL END-OF-FILE-EX = "YES"
               CLOSE ENRLEXT-OLD
           END-IF.
      *--------------------*

      *--------------------*
       065-READ-PREV-EXTRACT.
           READ ENRLEXT-OLD
           AT END MOVE "YES" TO END-OF-FILE-EX
           NOT AT END PERFORM 070-STORE-PREV-ROW.
      *--------------------*

      *--------------------*
       070-STORE-PREV-ROW.
      *keeps one detail row of the last extract - a student already
      *sent as withdrawn is kept too, so a return shows as a change
           IF EX-DETAIL-ROW OF ENRLEXT-OLD-REC
               IF PV-SUB > PREV-TABLE-MAX
                   DISPLAY "ENRLVER: PREV-TABLE IS FULL AT "
                           PREV-TABLE-MAX " STUDENTS - RAISE THE "
                           "OCCURS 500 LIMIT ON PV-ENTRY."
                   CLOSE NEWMAST ENRLEXT-OLD
                   STOP RUN
               END-IF
               MOVE ED-STUDENT-ID OF ENRLEXT-OLD-REC
                   TO PV-STUDENT-ID(PV-SUB)
               MOVE ED-STUDENT-NAME OF ENRLEXT-OLD-REC
                   TO PV-STUDENT-NAME(PV-SUB)
               MOVE ED-DOB-YEAR OF ENRLEXT-OLD-REC
                   TO PV-DOB-YEAR(PV-SUB)
               MOVE ED-DOB-MONTH OF ENRLEXT-OLD-REC
                   TO PV-DOB-MONTH(PV-SUB)
               MOVE ED-DOB-DAY OF ENRLEXT-OLD-REC
                   TO PV-DOB-DAY(PV-SUB)
               MOVE ED-CLASS-STANDING OF ENRLEXT-OLD-REC
                   TO PV-CLASS-STANDING(PV-SUB)
               MOVE ED-ENRL-STATUS OF ENRLEXT-OLD-REC
                   TO PV-ENRL-STATUS(PV-SUB)
               MOVE "N" TO PV-SEEN-SW(PV-SUB)
               ADD 1 TO PV-SUB
           END-IF.
      *--------------------*

      *--------------------*
       110-WRITE-ENRLRPT-HDRS.
      *writes the headers for the ENRLRPT control listing
           MOVE ENRLRPT-TOPLINE TO ENR-AREA.
           WRITE ENR-AREA AFTER ADVANCING 1 LINE.

           MOVE WS-CURR-TERM-YEAR TO ECR-YEAR.
           MOVE WS-CURR-TERM-MONTH TO ECR-MONTH.
           MOVE WS-FULL-TIME-UNITS TO ECR-FULL.
           MOVE WS-HALF-TIME-UNITS TO ECR-HALF.
           IF PREV-EXTRACT-SW = "Y"
               MOVE "READ" TO ECR-PRIOR
           ELSE
               MOVE "NONE" TO ECR-PRIOR
           END-IF.
           MOVE ENRLRPT-CRITERIA TO ENR-AREA.
           WRITE ENR-AREA AFTER ADVANCING 1 LINE.

           MOVE FILLER-LINE TO ENR-AREA.
           WRITE ENR-AREA AFTER ADVANCING 1 LINE.

           MOVE ENRLRPT-HDRS TO ENR-AREA.
           WRITE ENR-AREA AFTER ADVANCING 1 LINE.

           MOVE DASHED-LINE TO ENR-AREA.
           WRITE ENR-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       120-WRITE-EXTRACT-HEADER.
      *writes the extract's header row
           MOVE SPACES TO ENRLEXT-NEW-REC.
           MOVE "H" TO EX-REC-TYPE OF ENRLEXT-NEW-REC.
           MOVE WS-RUN-DATE-NUM TO EH-RUN-DATE OF ENRLEXT-NEW-REC.
           MOVE WS-CURR-TERM-YEAR TO EH-TERM-YEAR OF ENRLEXT-NEW-REC.
           MOVE WS-CURR-TERM-MONTH
               TO EH-TERM-MONTH OF ENRLEXT-NEW-REC.
           MOVE WS-FULL-TIME-UNITS
               TO EH-FULL-TIME-UNITS OF ENRLEXT-NEW-REC.
           MOVE WS-HALF-TIME-UNITS
               TO EH-HALF-TIME-UNITS OF ENRLEXT-NEW-REC.
           WRITE ENRLEXT-NEW-REC.
           ADD 1 TO WS-RECORD-COUNT.
      *--------------------*

      *--------------------*
       200-READ-NEWMAST.
      *reads the indexed master in student id order
           READ NEWMAST NEXT
           AT END MOVE "YES" TO END-OF-FILE-NM
           NOT AT END PERFORM 300-CHECK-ONE-STUDENT.
      *--------------------*

      *--------------------*
       300-CHECK-ONE-STUDENT.
      *certifies an active student; an inactive one is only sent if
      *the agencies were last told something else
           ADD 1 TO WS-NM-READ.
           PERFORM 410-LOOKUP-PREV.
           IF NM-STUDENT-STATUS = "A"
               PERFORM 350-ASSIGN-STATUS
               PERFORM 360-SET-CHANGE-FLAG
               PERFORM 800-WRITE-NM-DETAIL
           ELSE
               IF PV-FOUND-SW = "Y"
                   AND WS-PREV-STATUS NOT = "W"
                   MOVE "W" TO WS-ENRL-STATUS
                   PERFORM 360-SET-CHANGE-FLAG
                   PERFORM 800-WRITE-NM-DETAIL
               END-IF
           END-IF.
      *--------------------*

      *--------------------*
       350-ASSIGN-STATUS.
      *places the units in progress against the thresholds
           IF NM-UNITS-IP NOT < WS-FULL-TIME-UNITS
               MOVE "F" TO WS-ENRL-STATUS
           ELSE
               IF NM-UNITS-IP NOT < WS-HALF-TIME-UNITS
                   MOVE "H" TO WS-ENRL-STATUS
               ELSE
                   MOVE "L" TO WS-ENRL-STATUS
               END-IF
           END-IF.
      *--------------------*

      *--------------------*
       360-SET-CHANGE-FLAG.
      *new to the extract, changed since it, or as last sent
           IF PV-FOUND-SW = "N"
               MOVE "N" TO WS-CHANGE-FLAG
               ADD 1 TO WS-NEW-COUNT
           ELSE
               IF WS-PREV-STATUS NOT = WS-ENRL-STATUS
                   MOVE "C" TO WS-CHANGE-FLAG
                   ADD 1 TO WS-CHANGED-COUNT
               ELSE
                   MOVE SPACE TO WS-CHANGE-FLAG
               END-IF
           END-IF.
      *--------------------*

      *--------------------*
      *finds the student on the last extract and marks the entry
      *seen, so only students gone from the master are left over
       410-LOOKUP-PREV.
           MOVE "N" TO PV-FOUND-SW.
           MOVE SPACE TO WS-PREV-STATUS.
           MOVE 1 TO PV-SEARCH-SUB.
           PERFORM 415-SEARCH-PREV
               UNTIL PV-FOUND-SW = "Y"
               OR PV-SEARCH-SUB = PV-SUB.
           IF PV-FOUND-SW = "Y"
               MOVE PV-ENRL-STATUS(PV-SEARCH-SUB) TO WS-PREV-STATUS
               MOVE "Y" TO PV-SEEN-SW(PV-SEARCH-SUB)
           END-IF.
      *--------------------*

      *--------------------*
       415-SEARCH-PREV.
           IF PV-STUDENT-ID(PV-SEARCH-SUB) = NM-STUDENT-ID
               MOVE "Y" TO PV-FOUND-SW
           ELSE
               ADD 1 TO PV-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *one student's verification letter, from a keyed read of the
      *master
       500-PRODUCE-LETTER.
           MOVE WS-LETTER-ID-IN TO NM-STUDENT-ID.
           READ NEWMAST
               INVALID KEY
                   DISPLAY "ENRLVER: STUDENT " WS-LETTER-ID-IN
                           " NOT ON MASTER - NO LETTER PRODUCED."
               NOT INVALID KEY
                   OPEN OUTPUT VERLTR
                   PERFORM 550-WRITE-LETTER
                   CLOSE VERLTR
           END-READ.
      *--------------------*

      *--------------------*
       550-WRITE-LETTER.
      *writes the dated certification for the student just read
           MOVE WS-RUN-MONTH TO LDT-MONTH.
           MOVE WS-RUN-DAY TO LDT-DAY.
           MOVE WS-RUN-YEAR TO LDT-YEAR.
           MOVE LETTER-DATE-OUT TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING PAGE.

           MOVE SPACES TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING 1 LINE.
           MOVE LETTER-RE-OUT TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING 1 LINE.
           MOVE LETTER-DEAR-OUT TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING 1 LINE.
           MOVE LETTER-BODY1 TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING 1 LINE.

           MOVE NM-STUDENT-NAME TO LS-NAME.
           MOVE NM-STUDENT-ID TO LS-ID.
           MOVE NM-DOB-MONTH TO LS-DOB-MONTH.
           MOVE NM-DOB-DAY TO LS-DOB-DAY.
           MOVE NM-DOB-YEAR TO LS-DOB-YEAR.
           MOVE LETTER-STUDENT-OUT TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING 1 LINE.

           IF NM-STUDENT-STATUS = "A"
               PERFORM 350-ASSIGN-STATUS
               PERFORM 380-DESCRIBE-STATUS
               MOVE WS-CURR-TERM-YEAR TO LE-YEAR
               MOVE WS-CURR-TERM-MONTH TO LE-MONTH
               MOVE WS-STATUS-DESC TO LE-STATUS
               MOVE LETTER-ENROLLED-OUT TO LTR-AREA
               WRITE LTR-AREA AFTER ADVANCING 1 LINE
               MOVE NM-UNITS-IP TO LU-UNITS
               MOVE LETTER-UNITS-OUT TO LTR-AREA
               WRITE LTR-AREA AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-CURR-TERM-YEAR TO LN-YEAR
               MOVE WS-CURR-TERM-MONTH TO LN-MONTH
               MOVE LETTER-NOT-ENROLLED-OUT TO LTR-AREA
               WRITE LTR-AREA AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING 1 LINE.
           MOVE WS-FULL-TIME-UNITS TO LB-FULL.
           MOVE WS-HALF-TIME-UNITS TO LB-HALF.
           MOVE LETTER-BASIS-OUT TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING 1 LINE.
           MOVE LETTER-SIGN-OUT TO LTR-AREA.
           WRITE LTR-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       380-DESCRIBE-STATUS.
      *spells out WS-ENRL-STATUS for the listing and the letter
           EVALUATE WS-ENRL-STATUS
               WHEN "F"
                   MOVE "FULL-TIME" TO WS-STATUS-DESC
               WHEN "H"
                   MOVE "HALF-TIME" TO WS-STATUS-DESC
               WHEN "L"
                   MOVE "LESS THAN HALF-TIME" TO WS-STATUS-DESC
               WHEN "W"
                   MOVE "WITHDRAWN" TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-DESC
           END-EVALUATE.
      *--------------------*

      *--------------------*
       700-CHECK-ONE-PREV.
      *a student last sent as enrolled who is gone from the master
      *is sent as withdrawn from the row kept off the last extract
           IF PV-SEEN-SW(PV-SEARCH-SUB) = "N"
               AND PV-ENRL-STATUS(PV-SEARCH-SUB) NOT = "W"
               MOVE "W" TO WS-ENRL-STATUS
               MOVE PV-ENRL-STATUS(PV-SEARCH-SUB) TO WS-PREV-STATUS
               MOVE "C" TO WS-CHANGE-FLAG
               ADD 1 TO WS-CHANGED-COUNT
               MOVE SPACES TO ENRLEXT-NEW-REC
               MOVE "D" TO EX-REC-TYPE OF ENRLEXT-NEW-REC
               MOVE PV-STUDENT-ID(PV-SEARCH-SUB)
                   TO ED-STUDENT-ID OF ENRLEXT-NEW-REC
               MOVE PV-STUDENT-NAME(PV-SEARCH-SUB)
                   TO ED-STUDENT-NAME OF ENRLEXT-NEW-REC
               MOVE PV-DOB-YEAR(PV-SEARCH-SUB)
                   TO ED-DOB-YEAR OF ENRLEXT-NEW-REC
               MOVE PV-DOB-MONTH(PV-SEARCH-SUB)
                   TO ED-DOB-MONTH OF ENRLEXT-NEW-REC
               MOVE PV-DOB-DAY(PV-SEARCH-SUB)
                   TO ED-DOB-DAY OF ENRLEXT-NEW-REC
               MOVE PV-CLASS-STANDING(PV-SEARCH-SUB)
                   TO ED-CLASS-STANDING OF ENRLEXT-NEW-REC
               MOVE 0 TO ED-UNITS-IP OF ENRLEXT-NEW-REC
               PERFORM 820-WRITE-DETAIL
           END-IF.
           ADD 1 TO PV-SEARCH-SUB.
      *--------------------*

      *--------------------*
       800-WRITE-NM-DETAIL.
      *builds a detail row from the master record just read - a
      *withdrawal carries no units
           MOVE SPACES TO ENRLEXT-NEW-REC.
           MOVE "D" TO EX-REC-TYPE OF ENRLEXT-NEW-REC.
           MOVE NM-STUDENT-ID TO ED-STUDENT-ID OF ENRLEXT-NEW-REC.
           MOVE NM-STUDENT-NAME TO ED-STUDENT-NAME OF ENRLEXT-NEW-REC.
           MOVE NM-DOB-YEAR TO ED-DOB-YEAR OF ENRLEXT-NEW-REC.
           MOVE NM-DOB-MONTH TO ED-DOB-MONTH OF ENRLEXT-NEW-REC.
           MOVE NM-DOB-DAY TO ED-DOB-DAY OF ENRLEXT-NEW-REC.
           MOVE NM-CLASS-STANDING
               TO ED-CLASS-STANDING OF ENRLEXT-NEW-REC.
           IF WS-ENRL-STATUS = "W"
               MOVE 0 TO ED-UNITS-IP OF ENRLEXT-NEW-REC
           ELSE
               MOVE NM-UNITS-IP TO ED-UNITS-IP OF ENRLEXT-NEW-REC
           END-IF.
           PERFORM 820-WRITE-DETAIL.
      *--------------------*

      *--------------------*
       820-WRITE-DETAIL.
      *stamps the status and change flag on the detail row built,
      *writes it, counts it, and lists it if the status changed
           MOVE WS-ENRL-STATUS TO ED-ENRL-STATUS OF ENRLEXT-NEW-REC.
           MOVE WS-CHANGE-FLAG TO ED-CHANGE-FLAG OF ENRLEXT-NEW-REC.
           MOVE WS-PREV-STATUS TO ED-PREV-STATUS OF ENRLEXT-NEW-REC.
           WRITE ENRLEXT-NEW-REC.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD ED-UNITS-IP OF ENRLEXT-NEW-REC TO WS-TOTAL-UNITS.
           EVALUATE WS-ENRL-STATUS
               WHEN "F"
                   ADD 1 TO WS-FULL-TIME-COUNT
               WHEN "H"
                   ADD 1 TO WS-HALF-TIME-COUNT
               WHEN "L"
                   ADD 1 TO WS-LESS-HALF-COUNT
               WHEN "W"
                   ADD 1 TO WS-WITHDRAWN-COUNT
           END-EVALUATE.
           IF WS-CHANGE-FLAG = "C"
               MOVE ED-STUDENT-ID OF ENRLEXT-NEW-REC TO EO-ID
               MOVE ED-STUDENT-NAME OF ENRLEXT-NEW-REC TO EO-NAME
               MOVE ED-UNITS-IP OF ENRLEXT-NEW-REC TO EO-UNITS
               PERFORM 380-DESCRIBE-STATUS
               MOVE WS-STATUS-DESC TO EO-NEW
               MOVE WS-PREV-STATUS TO WS-ENRL-STATUS
               PERFORM 380-DESCRIBE-STATUS
               MOVE WS-STATUS-DESC TO EO-PREV
               MOVE ENRLRPT-OUT TO ENR-AREA
               WRITE ENR-AREA AFTER ADVANCING 1 LINE
           END-IF.
      *--------------------*

      *--------------------*
       850-WRITE-EXTRACT-TRAILER.
      *writes the trailer row - the record count includes the header
      *and the trailer itself
           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPACES TO ENRLEXT-NEW-REC.
           MOVE "T" TO EX-REC-TYPE OF ENRLEXT-NEW-REC.
           MOVE WS-RECORD-COUNT TO ET-RECORD-COUNT OF ENRLEXT-NEW-REC.
           MOVE WS-DETAIL-COUNT TO ET-DETAIL-COUNT OF ENRLEXT-NEW-REC.
           MOVE WS-FULL-TIME-COUNT
               TO ET-FULL-TIME-COUNT OF ENRLEXT-NEW-REC.
           MOVE WS-HALF-TIME-COUNT
               TO ET-HALF-TIME-COUNT OF ENRLEXT-NEW-REC.
           MOVE WS-LESS-HALF-COUNT
               TO ET-LESS-HALF-COUNT OF ENRLEXT-NEW-REC.
           MOVE WS-WITHDRAWN-COUNT
               TO ET-WITHDRAWN-COUNT OF ENRLEXT-NEW-REC.
           MOVE WS-CHANGED-COUNT
               TO ET-CHANGED-COUNT OF ENRLEXT-NEW-REC.
           MOVE WS-TOTAL-UNITS TO ET-TOTAL-UNITS OF ENRLEXT-NEW-REC.
           WRITE ENRLEXT-NEW-REC.
      *--------------------*

      *--------------------*
       870-WRITE-TOTALS.
      *writes the counts that balance to the extract trailer
           IF WS-CHANGED-COUNT = 0
               MOVE ENRLRPT-NONE TO ENR-AREA
               WRITE ENR-AREA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE DASHED-LINE TO ENR-AREA.
           WRITE ENR-AREA AFTER ADVANCING 1 LINE.

           MOVE "MASTER RECORDS READ:" TO ENT-LIT.
           MOVE WS-NM-READ TO ENT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "DETAIL RECORDS WRITTEN:" TO ENT-LIT.
           MOVE WS-DETAIL-COUNT TO ENT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "  FULL-TIME:" TO ENT-LIT.
           MOVE WS-FULL-TIME-COUNT TO ENT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "  HALF-TIME:" TO ENT-LIT.
           MOVE WS-HALF-TIME-COUNT TO ENT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "  LESS THAN HALF-TIME:" TO ENT-LIT.
           MOVE WS-LESS-HALF-COUNT TO ENT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "  WITHDRAWN:" TO ENT-LIT.
           MOVE WS-WITHDRAWN-COUNT TO ENT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "NEW TO THE EXTRACT:" TO ENT-LIT.
           MOVE WS-NEW-COUNT TO ENT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "STATUS CHANGES FLAGGED:" TO ENT-LIT.
           MOVE WS-CHANGED-COUNT TO ENT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "TOTAL UNITS IN PROGRESS:" TO ENT-LIT.
           MOVE WS-TOTAL-UNITS TO ENT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
           MOVE "EXTRACT RECORDS WRITTEN:" TO ENT-LIT.
           MOVE WS-RECORD-COUNT TO ENT-COUNT.
           PERFORM 875-WRITE-ONE-TOTAL.
      *--------------------*

      *--------------------*
       875-WRITE-ONE-TOTAL.
           MOVE ENR-TOTALS-OUT TO ENR-AREA.
           WRITE ENR-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

       END PROGRAM ENRLVER.
