      ******************************************************************
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Online student inquiry for the registrar's counter.
      * The clerk keys a student id or any part of a name at the
      * console and sees the student on one screen - the master
      * record from stumast.dat (status, address, class standing,
      * major, totals and GPA), the current term's registrations
      * from crsereg.dat with their progress grades, any WAITLIST
      * entries with the student's position in line for the
      * section, the PROBHIST count of terms with zero units in
      * progress, and the grade history from grdhist.dat one term
      * at a time. N and P step to the next or previous student in
      * id order and H pages to the next history term, all without
      * restarting. Every file is opened for input only - nothing
      * is changed from here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUINQ.
      ******************************************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT STUMAST ASSIGN TO "stumast.dat"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SM-STUDENT-ID
                       FILE STATUS IS WS-SM-STATUS.

                   SELECT GRDHIST ASSIGN TO "grdhist.dat"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS GH-HIST-KEY
                       FILE STATUS IS WS-GH-STATUS.

                   SELECT CRSEREG ASSIGN TO "crsereg.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CR-STATUS.

                   SELECT WAITLIST ASSIGN TO "WAITLIST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-WL-STATUS.

                   SELECT PROBHIST ASSIGN TO "probhist.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PH-STATUS.

                   SELECT RUNCTL ASSIGN TO "runctl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RC-STATUS.

      ******************************************************************
       DATA DIVISION.
      *--------------*
       FILE SECTION.
      **Copies Code from STUMAST - loaded once for the id and name
      **list, then read by key for each student shown
           FD STUMAST.
               COPY "stumast.cpy".

      **Copies Code from GRDHIST - read by key, one student at a time
           FD GRDHIST.
               COPY "grdhist.cpy".

      **Copies Code from CRSEREG - scanned for each student shown
           FD CRSEREG.
               COPY "crsereg.cpy".

      **Copies Code from WAITLIST - loaded once so each entry's place
      **in line can be counted
           FD WAITLIST.
               COPY "waitlist.cpy".

      **Copies Code from PROBHIST - scanned for each student shown
           FD PROBHIST.
               COPY "probhist.cpy".

      **Current-term run control - read once at startup
           FD RUNCTL.
               COPY "runctl.cpy".
      *--------------------------*
       WORKING-STORAGE SECTION.

      *--------*
           01 END-OF-FILE-SM               PIC XXX VALUE "NO".
           01 END-OF-FILE-CR               PIC XXX VALUE "NO".
           01 END-OF-FILE-WL               PIC XXX VALUE "NO".
           01 END-OF-FILE-PH               PIC XXX VALUE "NO".
           01 WS-SM-STATUS                 PIC XX.
           01 WS-GH-STATUS                 PIC XX.
           01 WS-CR-STATUS                 PIC XX.
           01 WS-WL-STATUS                 PIC XX.
           01 WS-PH-STATUS                 PIC XX.
           01 WS-RC-STATUS                 PIC XX.
           01 GH-OPEN-SW                   PIC X VALUE "N".
           01 END-OF-STUDENT-SW            PIC X.
           01 QUIT-SW                      PIC X VALUE "N".

      *--------*
      *current-term filtering, per the run-control file - without
      *one every registration on crsereg.dat is shown
           01 TERM-FILTER-SW               PIC X VALUE "N".
           01 WS-CURR-TERM-YEAR            PIC 9(04).
           01 WS-CURR-TERM-MONTH           PIC 9(02).

      *--------*
      *the clerk's entry - a 9-digit id, part of a name, or one of
      *the single-letter commands
           01 WS-COMMAND                   PIC X(25).
           01 WS-COMMAND-PARTS REDEFINES WS-COMMAND.
               05 CMD-ID-PART              PIC X(09).
               05 CMD-REST                 PIC X(16).
           01 WS-LOWER-CASE                PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
           01 WS-UPPER-CASE                PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *--------*
      *every student on the master in id order - the next and
      *previous keys and the name search walk this list
           01 STU-LIST-MAX                 PIC 999 VALUE 500.
           01 STU-LIST.
            05 SL-ENTRY OCCURS 500 TIMES.
               10 SL-STUDENT-ID            PIC 9(09).
               10 SL-STUDENT-NAME          PIC X(25).
           05 SL-SUB                       PIC 999 VALUE 1.

           01 CURR-STU-IDX                 PIC 999 VALUE 0.
           01 WS-SEARCH-SUB                PIC 999.
           01 FOUND-SW                     PIC X.

      *--------*
      *partial-name search - the name is matched if the keyed text
      *appears anywhere in it
           01 WS-FIND-TEXT                 PIC X(25).
           01 WS-FIND-CHARS REDEFINES WS-FIND-TEXT.
               05 FIND-CHAR                PIC X OCCURS 25 TIMES.
           01 WS-CAND-NAME                 PIC X(25).
           01 WS-CAND-CHARS REDEFINES WS-CAND-NAME.
               05 CAND-CHAR                PIC X OCCURS 25 TIMES.
           01 WS-FIND-LEN                  PIC 99.
           01 WS-LAST-START                PIC 99.
           01 WS-START-POS                 PIC 99.
           01 WS-CHAR-SUB                  PIC 99.
           01 WS-CAND-POS                  PIC 99.
           01 SIZED-SW                     PIC X.
           01 NAME-MATCH-SW                PIC X.
           01 CHARS-AGREE-SW               PIC X.
           01 WS-MATCH-COUNT               PIC 999.
           01 WS-FIRST-MATCH               PIC 999.
           01 WS-MATCH-LIST-MAX            PIC 999 VALUE 15.

      *--------*
      *the waitlist, in the order the seats were missed
           01 WAIT-TABLE-MAX               PIC 999 VALUE 500.
           01 WAIT-TABLE.
            05 WAIT-ENTRY OCCURS 500 TIMES.
               10 WT-DEPT-CODE             PIC X(04).
               10 WT-CRSE-NUM              PIC 9(03).
               10 WT-SECTION-NUM           PIC 9(02).
               10 WT-COURSE-TITLE          PIC X(20).
               10 WT-STU-ID                PIC 9(09).
           05 WAIT-SUB                     PIC 999 VALUE 1.

           01 WS-WAIT-SCAN                 PIC 999.
           01 WS-AHEAD-SUB                 PIC 999.
           01 WS-POSITION                  PIC 999.

      *--------*
      *the shown student's grade history in key order - term by
      *term - and the term page on the screen
           01 HIST-TABLE-MAX               PIC 999 VALUE 100.
           01 HIST-TABLE.
            05 HIST-ENTRY OCCURS 100 TIMES.
               10 HT-TERM-YEAR             PIC 9(04).
               10 HT-TERM-MONTH            PIC 9(02).
               10 HT-DEPT-CODE             PIC X(04).
               10 HT-CRSE-NUM              PIC 9(03).
               10 HT-SECTION-NUM           PIC 9(02).
               10 HT-UNITS                 PIC 9(01).
               10 HT-GRADE                 PIC X(01).
               10 HT-REPEAT-FLAG           PIC X(01).
           05 HT-SUB                       PIC 999 VALUE 1.

           01 WS-HIST-TERMS                PIC 999.
           01 WS-PAGE-START                PIC 999.
           01 WS-PAGE-NUM                  PIC 999.
           01 WS-HIST-SCAN                 PIC 999.
           01 WS-PAGE-YEAR                 PIC 9(04).
           01 WS-PAGE-MONTH                PIC 9(02).

      *--------*
      *per-student counts and the GPA
           01 WS-REG-COUNT                 PIC 999.
           01 WS-WAIT-COUNT                PIC 999.
           01 WS-PH-COUNT                  PIC 9(01).
           01 WS-GPA-UNITS                 PIC 9(03).
           01 WS-GPA                       PIC 9V99.

      *------*
      *the screen lines
           01 SCR-DASHED-LINE.
               05 PIC X(79) VALUES ALL "-".

           01 SCR-BANNER.
               05 SB-LIT1              PIC X(18)
                   VALUE "STUDENT INQUIRY - ".
               05 SB-COUNT             PIC ZZ9.
               05 SB-LIT2              PIC X(18)
                   VALUE " STUDENTS ON FILE".

           01 SCR-PROMPT.
               05 SPR-LIT1             PIC X(35)
                   VALUE "ENTER ID OR PART OF NAME - N NEXT, ".
               05 SPR-LIT2             PIC X(44)
                   VALUE "P PREVIOUS, H NEXT HISTORY TERM, Q QUIT".

           01 SCR-NAME-LINE.
               05 SN-LIT1              PIC X(8) VALUE "STUDENT ".
               05 SN-ID                PIC 9(9).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 SN-NAME              PIC X(25).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 SN-LIT2              PIC X(7) VALUE "STATUS ".
               05 SN-STATUS            PIC X(1).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SN-STATUS-DESC       PIC X(10).

           01 SCR-ADDR-LINE.
               05 SA-LIT1              PIC X(8) VALUE "ADDRESS ".
               05 SA-ADDRESS           PIC X(25).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SA-CITY              PIC X(11).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SA-STATE             PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SA-ZIP               PIC 9(5).
               05 FILLER               PIC X(1) VALUE "-".
               05 SA-ZIP-EXT           PIC 9(4).

           01 SCR-DOB-LINE.
               05 SD-LIT1              PIC X(8) VALUE "BORN    ".
               05 SD-MONTH             PIC 9(2).
               05 FILLER               PIC X(1) VALUE "/".
               05 SD-DAY               PIC 9(2).
               05 FILLER               PIC X(1) VALUE "/".
               05 SD-YEAR              PIC 9(4).
               05 SD-LIT2              PIC X(9) VALUE "   CLASS ".
               05 SD-CLASS             PIC 9(1).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SD-CLASS-DESC        PIC X(9).
               05 SD-LIT3              PIC X(9) VALUE "   MAJOR ".
               05 SD-MAJOR             PIC X(4).

           01 SCR-TOTALS-LINE.
               05 ST-LIT1              PIC X(16)
                   VALUE "UNITS COMPLETED ".
               05 ST-UNITS-COMP        PIC ZZ9.
               05 ST-LIT2              PIC X(11) VALUE "   POINTS ".
               05 ST-POINTS            PIC ZZ9.
               05 ST-LIT3              PIC X(14)
                   VALUE "   GPA UNITS ".
               05 ST-GPA-UNITS         PIC ZZ9.
               05 ST-LIT4              PIC X(16)
                   VALUE "   IN PROGRESS ".
               05 ST-UNITS-IP          PIC ZZ9.
               05 ST-LIT5              PIC X(7) VALUE "   GPA ".
               05 ST-GPA               PIC 9.99.

           01 SCR-REG-HDR.
               05 SRH-LIT1             PIC X(27)
                   VALUE "REGISTRATIONS FOR THE TERM ".
               05 SRH-TERM.
                   10 SRH-YEAR         PIC 9(4).
                   10 SRH-SLASH        PIC X(1).
                   10 SRH-MONTH        PIC 9(2).
               05 SRH-ALL REDEFINES SRH-TERM PIC X(7).

           01 SCR-REG-LINE.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 SR-DEPT              PIC X(4).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SR-CRSE              PIC 9(3).
               05 FILLER               PIC X(1) VALUE "-".
               05 SR-SEC               PIC 9(2).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 SR-TITLE             PIC X(20).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SR-UNITS             PIC 9(1).
               05 SR-LIT1              PIC X(12) VALUE " UNITS  6WK ".
               05 SR-6WK               PIC X(1).
               05 SR-LIT2              PIC X(7) VALUE "  12WK ".
               05 SR-12WK              PIC X(1).
               05 SR-LIT3              PIC X(8) VALUE "  FINAL ".
               05 SR-FINAL             PIC X(1).
               05 SR-LIT4              PIC X(6) VALUE "  SEM ".
               05 SR-SEM               PIC X(1).

           01 SCR-WAIT-LINE.
               05 SW-LIT1              PIC X(12) VALUE "WAITLISTED  ".
               05 SW-DEPT              PIC X(4).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SW-CRSE              PIC 9(3).
               05 FILLER               PIC X(1) VALUE "-".
               05 SW-SEC               PIC 9(2).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 SW-TITLE             PIC X(20).
               05 SW-LIT2              PIC X(18)
                   VALUE "  POSITION IN LINE".
               05 SW-POSITION          PIC ZZ9.

           01 SCR-PROB-LINE.
               05 SP-LIT1              PIC X(40)
                   VALUE "TERMS RUNNING WITH ZERO UNITS (PROBHIST)".
               05 SP-COUNT             PIC Z9.

           01 SCR-HIST-HDR.
               05 SHH-LIT1             PIC X(19)
                   VALUE "GRADE HISTORY TERM ".
               05 SHH-YEAR             PIC 9(4).
               05 FILLER               PIC X(1) VALUE "/".
               05 SHH-MONTH            PIC 9(2).
               05 SHH-LIT2             PIC X(7) VALUE "  PAGE ".
               05 SHH-PAGE             PIC ZZ9.
               05 SHH-LIT3             PIC X(4) VALUE " OF ".
               05 SHH-PAGES            PIC ZZ9.

           01 SCR-HIST-LINE.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 SH-DEPT              PIC X(4).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SH-CRSE              PIC 9(3).
               05 FILLER               PIC X(1) VALUE "-".
               05 SH-SEC               PIC 9(2).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 SH-UNITS             PIC 9(1).
               05 SH-LIT1              PIC X(14) VALUE " UNITS  GRADE ".
               05 SH-GRADE             PIC X(1).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 SH-NOTE              PIC X(20).

           01 SCR-MATCH-LINE.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 SM-ID-OUT            PIC 9(9).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 SM-NAME-OUT          PIC X(25).

      ******************************************************************
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           PERFORM 057-READ-RUNCTL.

           PERFORM 200-READ-STUMAST
               UNTIL END-OF-FILE-SM = "YES".

           PERFORM 250-READ-WAITLIST
               UNTIL END-OF-FILE-WL = "YES".
           IF WS-WL-STATUS NOT = "35"
               CLOSE WAITLIST
           END-IF.

           COMPUTE SB-COUNT = SL-SUB - 1.
           DISPLAY SCR-BANNER.
           PERFORM 300-ACCEPT-COMMAND
               UNTIL QUIT-SW = "Y".

           PERFORM 980-CLOSE-ALL-FILES.
           STOP RUN.
      *--------------------*

      *--------------------*
      *the master has to be there. the history and the waitlist are
      *shown when they exist - a site that hasn't posted a term or
      *waitlisted anyone still gets the rest of the screen
       OPEN-FILES.
           OPEN INPUT STUMAST.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "STUINQ: STUDENT MASTER stumast.dat COULD NOT "
                       "BE OPENED (STATUS " WS-SM-STATUS ")."
               STOP RUN
           END-IF.
           OPEN INPUT GRDHIST.
           IF WS-GH-STATUS = "00"
               MOVE "Y" TO GH-OPEN-SW
           END-IF.
           OPEN INPUT WAITLIST.
           IF WS-WL-STATUS NOT = "00"
               MOVE "YES" TO END-OF-FILE-WL
               MOVE "35" TO WS-WL-STATUS
           END-IF.
       OPEN-FILES-END.
      *--------------------*

      *--------------------*
      *reads the current term from the run-control file, if one
      *exists
       057-READ-RUNCTL.
           OPEN INPUT RUNCTL.
           IF WS-RC-STATUS = "00"
               READ RUNCTL
                   AT END MOVE "N" TO TERM-FILTER-SW
                   NOT AT END
                       MOVE RC-TERM-YEAR TO WS-CURR-TERM-YEAR
                       MOVE RC-TERM-MONTH TO WS-CURR-TERM-MONTH
                       MOVE "Y" TO TERM-FILTER-SW
               END-READ
               CLOSE RUNCTL
           END-IF.
      *--------------------*

      *--------------------*
       200-READ-STUMAST.
      *reads the master in id order into the student list
           READ STUMAST NEXT
           AT END MOVE "YES" TO END-OF-FILE-SM
           NOT AT END PERFORM 210-STORE-STUDENT.
      *--------------------*

      *--------------------*
       210-STORE-STUDENT.
           IF SL-SUB > STU-LIST-MAX
               DISPLAY "STUINQ: STU-LIST IS FULL AT "
                       STU-LIST-MAX " STUDENTS - RAISE THE "
                       "OCCURS 500 LIMIT ON SL-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE SM-STUDENT-ID TO SL-STUDENT-ID(SL-SUB).
           MOVE SM-STUDENT-NAME TO SL-STUDENT-NAME(SL-SUB).
           ADD 1 TO SL-SUB.
      *--------------------*

      *--------------------*
       250-READ-WAITLIST.
      *reads the WAITLIST file into the working table
           READ WAITLIST
           AT END MOVE "YES" TO END-OF-FILE-WL
           NOT AT END PERFORM 260-STORE-WAIT-ROW.
      *--------------------*

      *--------------------*
       260-STORE-WAIT-ROW.
           IF WAIT-SUB > WAIT-TABLE-MAX
               DISPLAY "STUINQ: WAIT-TABLE IS FULL AT "
                       WAIT-TABLE-MAX " ROWS - RAISE THE OCCURS 500 "
                       "LIMIT ON WAIT-ENTRY."
               CLOSE WAITLIST
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE WL-DEPARTMENT-CODE TO WT-DEPT-CODE(WAIT-SUB).
           MOVE WL-COURSE-NUMBER TO WT-CRSE-NUM(WAIT-SUB).
           MOVE WL-SECTION-NUMBER TO WT-SECTION-NUM(WAIT-SUB).
           MOVE WL-COURSE-TITLE TO WT-COURSE-TITLE(WAIT-SUB).
           MOVE WL-STUDENT-ID TO WT-STU-ID(WAIT-SUB).
           ADD 1 TO WAIT-SUB.
      *--------------------*

      *--------------------*
       300-ACCEPT-COMMAND.
      *takes one entry from the clerk and acts on it
           DISPLAY SCR-PROMPT.
           MOVE SPACES TO WS-COMMAND.
           ACCEPT WS-COMMAND.
           INSPECT WS-COMMAND
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           EVALUATE TRUE
               WHEN WS-COMMAND = "Q"
                   MOVE "Y" TO QUIT-SW
               WHEN WS-COMMAND = "N"
                   PERFORM 320-NEXT-STUDENT
               WHEN WS-COMMAND = "P"
                   PERFORM 330-PREVIOUS-STUDENT
               WHEN WS-COMMAND = "H"
                   PERFORM 340-NEXT-HISTORY-TERM
               WHEN WS-COMMAND = SPACES
                   CONTINUE
               WHEN CMD-ID-PART NUMERIC AND CMD-REST = SPACES
                   PERFORM 350-FIND-BY-ID
               WHEN OTHER
                   PERFORM 360-FIND-BY-NAME
           END-EVALUATE.
      *--------------------*

      *--------------------*
       320-NEXT-STUDENT.
      *the next student in id order - the first one if nobody has
      *been shown yet
           IF CURR-STU-IDX + 1 < SL-SUB
               ADD 1 TO CURR-STU-IDX
               PERFORM 400-SHOW-STUDENT
           ELSE
               DISPLAY "STUINQ: NO STUDENTS AFTER THIS ONE."
           END-IF.
      *--------------------*

      *--------------------*
       330-PREVIOUS-STUDENT.
           IF CURR-STU-IDX > 1
               SUBTRACT 1 FROM CURR-STU-IDX
               PERFORM 400-SHOW-STUDENT
           ELSE
               DISPLAY "STUINQ: NO STUDENTS BEFORE THIS ONE."
           END-IF.
      *--------------------*

      *--------------------*
       340-NEXT-HISTORY-TERM.
      *moves the history page on to the next term, back to the
      *first after the last
           IF CURR-STU-IDX = 0
               DISPLAY "STUINQ: NO STUDENT ON THE SCREEN."
           ELSE
               IF WS-HIST-TERMS < 2
                   DISPLAY "STUINQ: NO OTHER HISTORY TERMS."
               ELSE
                   MOVE WS-PAGE-START TO WS-HIST-SCAN
                   PERFORM 345-SKIP-PAGE-ROW
                       UNTIL WS-HIST-SCAN = HT-SUB
                       OR HT-TERM-YEAR(WS-HIST-SCAN)
                           NOT = HT-TERM-YEAR(WS-PAGE-START)
                       OR HT-TERM-MONTH(WS-HIST-SCAN)
                           NOT = HT-TERM-MONTH(WS-PAGE-START)
                   IF WS-HIST-SCAN = HT-SUB
                       MOVE 1 TO WS-PAGE-START
                       MOVE 1 TO WS-PAGE-NUM
                   ELSE
                       MOVE WS-HIST-SCAN TO WS-PAGE-START
                       ADD 1 TO WS-PAGE-NUM
                   END-IF
                   PERFORM 750-SHOW-HISTORY-PAGE
               END-IF
           END-IF.
      *--------------------*

      *--------------------*
       345-SKIP-PAGE-ROW.
           ADD 1 TO WS-HIST-SCAN.
      *--------------------*

      *--------------------*
       350-FIND-BY-ID.
      *looks the keyed id up on the student list
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO WS-SEARCH-SUB.
           PERFORM 355-SEARCH-ID
               UNTIL FOUND-SW = "Y"
               OR WS-SEARCH-SUB = SL-SUB.
           IF FOUND-SW = "Y"
               MOVE WS-SEARCH-SUB TO CURR-STU-IDX
               PERFORM 400-SHOW-STUDENT
           ELSE
               DISPLAY "STUINQ: STUDENT " CMD-ID-PART
                       " IS NOT ON THE MASTER."
           END-IF.
      *--------------------*

      *--------------------*
       355-SEARCH-ID.
           IF SL-STUDENT-ID(WS-SEARCH-SUB) = CMD-ID-PART
               MOVE "Y" TO FOUND-SW
           ELSE
               ADD 1 TO WS-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *finds every student whose name holds the keyed text - one
      *match is shown straight away, several are listed so the
      *clerk can key the id
       360-FIND-BY-NAME.
           MOVE WS-COMMAND TO WS-FIND-TEXT.
           PERFORM 365-SIZE-FIND-TEXT.
           COMPUTE WS-LAST-START = 26 - WS-FIND-LEN.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 0 TO WS-FIRST-MATCH.
           MOVE 1 TO WS-SEARCH-SUB.
           PERFORM 370-MATCH-ONE-STUDENT
               UNTIL WS-SEARCH-SUB = SL-SUB.
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT = 0
                   DISPLAY "STUINQ: NO STUDENT NAME CONTAINS "
                           WS-FIND-TEXT
               WHEN WS-MATCH-COUNT = 1
                   MOVE WS-FIRST-MATCH TO CURR-STU-IDX
                   PERFORM 400-SHOW-STUDENT
               WHEN WS-MATCH-COUNT > WS-MATCH-LIST-MAX
                   DISPLAY "STUINQ: " WS-MATCH-COUNT " STUDENTS "
                           "MATCH - THE FIRST " WS-MATCH-LIST-MAX
                           " ARE LISTED. KEY MORE OF THE NAME OR AN ID."
               WHEN OTHER
                   DISPLAY "STUINQ: " WS-MATCH-COUNT " STUDENTS "
                           "MATCH - KEY THE ID."
           END-EVALUATE.
      *--------------------*

      *--------------------*
       365-SIZE-FIND-TEXT.
      *counts the keyed text up to its last non-blank
           MOVE 25 TO WS-FIND-LEN.
           MOVE "N" TO SIZED-SW.
           PERFORM 367-BACK-OFF-BLANK
               UNTIL SIZED-SW = "Y".
      *--------------------*

      *--------------------*
       367-BACK-OFF-BLANK.
           IF FIND-CHAR(WS-FIND-LEN) NOT = SPACE
               OR WS-FIND-LEN = 1
               MOVE "Y" TO SIZED-SW
           ELSE
               SUBTRACT 1 FROM WS-FIND-LEN.
      *--------------------*

      *--------------------*
       370-MATCH-ONE-STUDENT.
      *tries the text at every starting place in one name
           MOVE SL-STUDENT-NAME(WS-SEARCH-SUB) TO WS-CAND-NAME.
           INSPECT WS-CAND-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE "N" TO NAME-MATCH-SW.
           MOVE 1 TO WS-START-POS.
           PERFORM 375-TRY-ONE-START
               UNTIL NAME-MATCH-SW = "Y"
               OR WS-START-POS > WS-LAST-START.
           IF NAME-MATCH-SW = "Y"
               ADD 1 TO WS-MATCH-COUNT
               IF WS-MATCH-COUNT = 1
                   MOVE WS-SEARCH-SUB TO WS-FIRST-MATCH
               END-IF
               IF WS-MATCH-COUNT NOT > WS-MATCH-LIST-MAX
                   MOVE SL-STUDENT-ID(WS-SEARCH-SUB) TO SM-ID-OUT
                   MOVE SL-STUDENT-NAME(WS-SEARCH-SUB) TO SM-NAME-OUT
                   DISPLAY SCR-MATCH-LINE
               END-IF
           END-IF.
           ADD 1 TO WS-SEARCH-SUB.
      *--------------------*

      *--------------------*
       375-TRY-ONE-START.
           MOVE 1 TO WS-CHAR-SUB.
           MOVE "Y" TO CHARS-AGREE-SW.
           PERFORM 377-COMPARE-ONE-CHAR
               UNTIL CHARS-AGREE-SW = "N"
               OR WS-CHAR-SUB > WS-FIND-LEN.
           IF CHARS-AGREE-SW = "Y"
               MOVE "Y" TO NAME-MATCH-SW
           ELSE
               ADD 1 TO WS-START-POS
           END-IF.
      *--------------------*

      *--------------------*
       377-COMPARE-ONE-CHAR.
           COMPUTE WS-CAND-POS = WS-START-POS + WS-CHAR-SUB - 1.
           IF CAND-CHAR(WS-CAND-POS) NOT = FIND-CHAR(WS-CHAR-SUB)
               MOVE "N" TO CHARS-AGREE-SW
           ELSE
               ADD 1 TO WS-CHAR-SUB.
      *--------------------*

      *--------------------*
      *puts one student on the screen - the master is read fresh by
      *key, so a change made since the inquiry started shows
       400-SHOW-STUDENT.
           MOVE SL-STUDENT-ID(CURR-STU-IDX) TO SM-STUDENT-ID.
           READ STUMAST
               INVALID KEY
                   DISPLAY "STUINQ: STUDENT " SM-STUDENT-ID
                           " IS NO LONGER ON THE MASTER."
               NOT INVALID KEY
                   DISPLAY SCR-DASHED-LINE
                   PERFORM 410-SHOW-MASTER
                   PERFORM 500-SHOW-REGISTRATIONS
                   PERFORM 600-SHOW-WAITLIST
                   PERFORM 650-SHOW-PROBHIST
                   PERFORM 700-LOAD-HISTORY
                   MOVE 1 TO WS-PAGE-START
                   MOVE 1 TO WS-PAGE-NUM
                   PERFORM 750-SHOW-HISTORY-PAGE
           END-READ.
      *--------------------*

      *--------------------*
       410-SHOW-MASTER.
      *the master record - a blank GPA-units field on an old record
      *means units completed, as everywhere else
           MOVE SM-STUDENT-ID TO SN-ID.
           MOVE SM-STUDENT-NAME TO SN-NAME.
           MOVE SM-STUDENT-STATUS TO SN-STATUS.
           EVALUATE SM-STUDENT-STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO SN-STATUS-DESC
               WHEN "I"
                   MOVE "INACTIVE" TO SN-STATUS-DESC
               WHEN "W"
                   MOVE "WITHDRAWN" TO SN-STATUS-DESC
               WHEN "G"
                   MOVE "GRADUATED" TO SN-STATUS-DESC
               WHEN OTHER
                   MOVE SPACES TO SN-STATUS-DESC
           END-EVALUATE.
           DISPLAY SCR-NAME-LINE.

           MOVE SM-STUDENT-ADDRESS TO SA-ADDRESS.
           MOVE SM-STUDENT-CITY TO SA-CITY.
           MOVE SM-STUDENT-STATE TO SA-STATE.
           MOVE SM-STUDENT-ZIP-CODE TO SA-ZIP.
           MOVE SM-STUDENT-ZIP-CODE-EXT TO SA-ZIP-EXT.
           DISPLAY SCR-ADDR-LINE.

           MOVE SM-DOB-MONTH TO SD-MONTH.
           MOVE SM-DOB-DAY TO SD-DAY.
           MOVE SM-DOB-YEAR TO SD-YEAR.
           MOVE SM-CLASS-STANDING TO SD-CLASS.
           EVALUATE SM-CLASS-STANDING
               WHEN 1
                   MOVE "FRESHMAN" TO SD-CLASS-DESC
               WHEN 2
                   MOVE "SOPHOMORE" TO SD-CLASS-DESC
               WHEN 3
                   MOVE "JUNIOR" TO SD-CLASS-DESC
               WHEN 4
                   MOVE "SENIOR" TO SD-CLASS-DESC
               WHEN OTHER
                   MOVE SPACES TO SD-CLASS-DESC
           END-EVALUATE.
           MOVE SM-MAJOR TO SD-MAJOR.
           DISPLAY SCR-DOB-LINE.

           IF SM-GPA-UNITS NUMERIC
               MOVE SM-GPA-UNITS TO WS-GPA-UNITS
           ELSE
               MOVE SM-UNITS-COMPLETED TO WS-GPA-UNITS
           END-IF.
           IF WS-GPA-UNITS > 0
               COMPUTE WS-GPA ROUNDED =
                   SM-TOTAL-GRADE-POINTS / WS-GPA-UNITS
           ELSE
               MOVE 0 TO WS-GPA
           END-IF.
           MOVE SM-UNITS-COMPLETED TO ST-UNITS-COMP.
           MOVE SM-TOTAL-GRADE-POINTS TO ST-POINTS.
           MOVE WS-GPA-UNITS TO ST-GPA-UNITS.
           MOVE SM-UNITS-IN-PROGRESS TO ST-UNITS-IP.
           MOVE WS-GPA TO ST-GPA.
           DISPLAY SCR-TOTALS-LINE.
      *--------------------*

      *--------------------*
      *the student's registrations for the current term, read
      *fresh from crsereg.dat
       500-SHOW-REGISTRATIONS.
           IF TERM-FILTER-SW = "Y"
               MOVE WS-CURR-TERM-YEAR TO SRH-YEAR
               MOVE "/" TO SRH-SLASH
               MOVE WS-CURR-TERM-MONTH TO SRH-MONTH
           ELSE
               MOVE "REGISTRATIONS FOR ALL TERMS" TO SRH-LIT1
               MOVE SPACES TO SRH-ALL
           END-IF.
           DISPLAY SCR-DASHED-LINE.
           DISPLAY SCR-REG-HDR.
           MOVE 0 TO WS-REG-COUNT.
           MOVE "NO" TO END-OF-FILE-CR.
           OPEN INPUT CRSEREG.
           IF WS-CR-STATUS = "00"
               PERFORM 510-READ-CRSEREG
                   UNTIL END-OF-FILE-CR = "YES"
               CLOSE CRSEREG
           END-IF.
           IF WS-REG-COUNT = 0
               DISPLAY "  NONE"
           END-IF.
      *--------------------*

      *--------------------*
       510-READ-CRSEREG.
           READ CRSEREG
           AT END MOVE "YES" TO END-OF-FILE-CR
           NOT AT END PERFORM 520-SHOW-ONE-REGISTRATION.
      *--------------------*

      *--------------------*
       520-SHOW-ONE-REGISTRATION.
           IF CR-STUDENT-ID = SM-STUDENT-ID
               AND (TERM-FILTER-SW = "N"
                   OR (CR-COURSE-START-YEAR = WS-CURR-TERM-YEAR
                       AND CR-COURSE-START-MONTH = WS-CURR-TERM-MONTH))
               MOVE CR-DEPARTMENT-CODE TO SR-DEPT
               MOVE CR-COURSE-NUMBER TO SR-CRSE
               MOVE CR-SECTION-NUMBER TO SR-SEC
               MOVE CR-COURSE-TITLE TO SR-TITLE
               MOVE CR-COURSE-UNITS TO SR-UNITS
               MOVE CR-6-WEEKS-GRADE TO SR-6WK
               MOVE CR-12-WEEKS-GRADE TO SR-12WK
               MOVE CR-FINAL-EXAM-GRADE TO SR-FINAL
               MOVE CR-SEMESTER-GRADE TO SR-SEM
               DISPLAY SCR-REG-LINE
               ADD 1 TO WS-REG-COUNT
           END-IF.
      *--------------------*

      *--------------------*
       600-SHOW-WAITLIST.
      *each waitlist entry for the student, with the place in line -
      *the rows for the section up to and including this one
           MOVE 0 TO WS-WAIT-COUNT.
           MOVE 1 TO WS-WAIT-SCAN.
           PERFORM 610-CHECK-ONE-WAIT-ROW
               UNTIL WS-WAIT-SCAN = WAIT-SUB.
           IF WS-WAIT-COUNT = 0
               DISPLAY "NOT WAITLISTED FOR ANY SECTION"
           END-IF.
      *--------------------*

      *--------------------*
       610-CHECK-ONE-WAIT-ROW.
           IF WT-STU-ID(WS-WAIT-SCAN) = SM-STUDENT-ID
               MOVE 0 TO WS-POSITION
               MOVE 1 TO WS-AHEAD-SUB
               PERFORM 615-COUNT-ONE-AHEAD
                   UNTIL WS-AHEAD-SUB > WS-WAIT-SCAN
               MOVE WT-DEPT-CODE(WS-WAIT-SCAN) TO SW-DEPT
               MOVE WT-CRSE-NUM(WS-WAIT-SCAN) TO SW-CRSE
               MOVE WT-SECTION-NUM(WS-WAIT-SCAN) TO SW-SEC
               MOVE WT-COURSE-TITLE(WS-WAIT-SCAN) TO SW-TITLE
               MOVE WS-POSITION TO SW-POSITION
               DISPLAY SCR-WAIT-LINE
               ADD 1 TO WS-WAIT-COUNT
           END-IF.
           ADD 1 TO WS-WAIT-SCAN.
      *--------------------*

      *--------------------*
       615-COUNT-ONE-AHEAD.
           IF WT-DEPT-CODE(WS-AHEAD-SUB) = WT-DEPT-CODE(WS-WAIT-SCAN)
               AND WT-CRSE-NUM(WS-AHEAD-SUB) = WT-CRSE-NUM(WS-WAIT-SCAN)
               AND WT-SECTION-NUM(WS-AHEAD-SUB)
                   = WT-SECTION-NUM(WS-WAIT-SCAN)
               ADD 1 TO WS-POSITION
           END-IF.
           ADD 1 TO WS-AHEAD-SUB.
      *--------------------*

      *--------------------*
       650-SHOW-PROBHIST.
      *the carry-forward count of terms running with zero units in
      *progress - zero when the student has no PROBHIST row
           MOVE 0 TO WS-PH-COUNT.
           MOVE "NO" TO END-OF-FILE-PH.
           OPEN INPUT PROBHIST.
           IF WS-PH-STATUS = "00"
               PERFORM 660-READ-PROBHIST
                   UNTIL END-OF-FILE-PH = "YES"
               CLOSE PROBHIST
           END-IF.
           MOVE WS-PH-COUNT TO SP-COUNT.
           DISPLAY SCR-PROB-LINE.
      *--------------------*

      *--------------------*
       660-READ-PROBHIST.
           READ PROBHIST
           AT END MOVE "YES" TO END-OF-FILE-PH
           NOT AT END
               IF PH-STUDENT-ID = SM-STUDENT-ID
                   MOVE PH-ZERO-IP-COUNT TO WS-PH-COUNT
                   MOVE "YES" TO END-OF-FILE-PH
               END-IF
           END-READ.
      *--------------------*

      *--------------------*
      *loads the student's history rows with keyed reads - STARTs at
      *the student's first possible key and stops the moment the
      *student id changes - and counts the terms
       700-LOAD-HISTORY.
           MOVE 1 TO HT-SUB.
           MOVE 0 TO WS-HIST-TERMS.
           IF GH-OPEN-SW = "N"
               MOVE "Y" TO END-OF-STUDENT-SW
           ELSE
               MOVE "N" TO END-OF-STUDENT-SW
               MOVE SM-STUDENT-ID TO GH-STUDENT-ID
               MOVE ZEROS TO GH-TERM-YEAR
               MOVE ZEROS TO GH-TERM-MONTH
               MOVE SPACES TO GH-DEPARTMENT-CODE
               MOVE ZEROS TO GH-COURSE-NUMBER
               MOVE ZEROS TO GH-SECTION-NUMBER
               START GRDHIST KEY IS NOT LESS THAN GH-HIST-KEY
                   INVALID KEY MOVE "Y" TO END-OF-STUDENT-SW
               END-START
           END-IF.
           PERFORM 710-READ-STUDENT-ROW
               UNTIL END-OF-STUDENT-SW = "Y".
      *--------------------*

      *--------------------*
       710-READ-STUDENT-ROW.
           READ GRDHIST NEXT
               AT END MOVE "Y" TO END-OF-STUDENT-SW
               NOT AT END
                   IF GH-STUDENT-ID NOT = SM-STUDENT-ID
                       MOVE "Y" TO END-OF-STUDENT-SW
                   ELSE
                       PERFORM 720-STORE-HIST-ROW
                   END-IF
           END-READ.
      *--------------------*

      *--------------------*
       720-STORE-HIST-ROW.
      *the rows past the table limit are left off the screen, with a
      *word to the clerk, rather than ending the inquiry
           IF HT-SUB > HIST-TABLE-MAX
               DISPLAY "STUINQ: ONLY THE FIRST " HIST-TABLE-MAX
                       " HISTORY ROWS CAN BE SHOWN - RAISE THE "
                       "OCCURS 100 LIMIT ON HIST-ENTRY."
               MOVE "Y" TO END-OF-STUDENT-SW
           ELSE
               IF HT-SUB = 1
                   ADD 1 TO WS-HIST-TERMS
               ELSE
                   IF GH-TERM-YEAR NOT = HT-TERM-YEAR(HT-SUB - 1)
                       OR GH-TERM-MONTH NOT = HT-TERM-MONTH(HT-SUB - 1)
                       ADD 1 TO WS-HIST-TERMS
                   END-IF
               END-IF
               MOVE GH-TERM-YEAR TO HT-TERM-YEAR(HT-SUB)
               MOVE GH-TERM-MONTH TO HT-TERM-MONTH(HT-SUB)
               MOVE GH-DEPARTMENT-CODE TO HT-DEPT-CODE(HT-SUB)
               MOVE GH-COURSE-NUMBER TO HT-CRSE-NUM(HT-SUB)
               MOVE GH-SECTION-NUMBER TO HT-SECTION-NUM(HT-SUB)
               MOVE GH-COURSE-UNITS TO HT-UNITS(HT-SUB)
               MOVE GH-SEMESTER-GRADE TO HT-GRADE(HT-SUB)
               MOVE GH-REPEAT-FLAG TO HT-REPEAT-FLAG(HT-SUB)
               ADD 1 TO HT-SUB
           END-IF.
      *--------------------*

      *--------------------*
       750-SHOW-HISTORY-PAGE.
      *shows the history rows for the term the page starts on
           DISPLAY SCR-DASHED-LINE.
           IF HT-SUB = 1
               DISPLAY "NO GRADE HISTORY ON FILE"
           ELSE
               MOVE HT-TERM-YEAR(WS-PAGE-START) TO WS-PAGE-YEAR
               MOVE HT-TERM-MONTH(WS-PAGE-START) TO WS-PAGE-MONTH
               MOVE WS-PAGE-YEAR TO SHH-YEAR
               MOVE WS-PAGE-MONTH TO SHH-MONTH
               MOVE WS-PAGE-NUM TO SHH-PAGE
               MOVE WS-HIST-TERMS TO SHH-PAGES
               DISPLAY SCR-HIST-HDR
               MOVE WS-PAGE-START TO WS-HIST-SCAN
               PERFORM 760-SHOW-ONE-HIST-ROW
                   UNTIL WS-HIST-SCAN = HT-SUB
                   OR HT-TERM-YEAR(WS-HIST-SCAN) NOT = WS-PAGE-YEAR
                   OR HT-TERM-MONTH(WS-HIST-SCAN) NOT = WS-PAGE-MONTH
           END-IF.
           DISPLAY SCR-DASHED-LINE.
      *--------------------*

      *--------------------*
       760-SHOW-ONE-HIST-ROW.
           MOVE HT-DEPT-CODE(WS-HIST-SCAN) TO SH-DEPT.
           MOVE HT-CRSE-NUM(WS-HIST-SCAN) TO SH-CRSE.
           MOVE HT-SECTION-NUM(WS-HIST-SCAN) TO SH-SEC.
           MOVE HT-UNITS(WS-HIST-SCAN) TO SH-UNITS.
           MOVE HT-GRADE(WS-HIST-SCAN) TO SH-GRADE.
           IF HT-REPEAT-FLAG(WS-HIST-SCAN) = "E"
               MOVE "REPEATED - EXCLUDED" TO SH-NOTE
           ELSE
               MOVE SPACES TO SH-NOTE
           END-IF.
           DISPLAY SCR-HIST-LINE.
           ADD 1 TO WS-HIST-SCAN.
      *--------------------*

      *--------------------*
       980-CLOSE-ALL-FILES.
           CLOSE STUMAST.
           IF GH-OPEN-SW = "Y"
               CLOSE GRDHIST
           END-IF.
      *--------------------*

       END PROGRAM STUINQ.
