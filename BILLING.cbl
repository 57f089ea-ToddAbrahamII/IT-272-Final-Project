      ******************************************************************
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Assesses tuition and fees for the current runctl.dat
      * term and prints a statement for each student. A registration
      * is billed once it is posted - a current-term crsereg.dat row
      * the nightly merge accepted and listed on its REGPOST file,
      * graded or not, so waitlisted, prerequisite-held and
      * unmatched rows are not charged. Tuition is the units times
      * the resident or non-resident rate per unit from the bursar's
      * fee schedule
      * (feesched.dat), the student's state on the indexed student
      * master deciding which, plus the schedule's flat fees.
      * Every charge goes on the student accounts ledger
      * (ledger.dat) once - a rerun posts only what is new since
      * the last one, and a registration DROPREG refunded is billed
      * again only if it is added back. The statement lists the
      * student's whole term-to-date ledger, refund credits
      * included, and each student billed gets a RECVBL row for the
      * bursar's receivables.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING.
      ******************************************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CRSEREG ASSIGN TO "crsereg.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CR-STATUS.

                   SELECT REGPOST ASSIGN TO "REGPOST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RP-STATUS.

                   SELECT STUMAST ASSIGN TO "stumast.dat"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SM-STUDENT-ID
                       FILE STATUS IS WS-SM-STATUS.

                   SELECT RUNCTL ASSIGN TO "runctl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RC-STATUS.

                   SELECT FEESCHED ASSIGN TO "feesched.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-STATUS.

                   SELECT LEDGER-IN ASSIGN TO "ledger.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-LG-STATUS.

                   SELECT OPTIONAL LEDGER-OUT ASSIGN TO "ledger.dat"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT BILLSTMT ASSIGN TO "BILLSTMT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT RECVBL ASSIGN TO "RECVBL"
                       ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      *--------------*
       FILE SECTION.
      **Copies Code from CRSEREG
           FD CRSEREG.
               COPY "crsereg.cpy".

      **Copies Code from REGPOST - the registrations the merge
      **accepted, read once to see which are posted
           FD REGPOST.
               COPY "regpost.cpy".

      **Copies Code from STUMAST - the indexed student master, for
      **the state that sets residency and the statement address
           FD STUMAST.
               COPY "stumast.cpy".

      **Current-term run control - read once at startup
           FD RUNCTL.
               COPY "runctl.cpy".

      **Copies Code from FEESCHED - the bursar's rates and flat fees
           FD FEESCHED.
               COPY "feesched.cpy".

      **Copies Code from LEDGER - the ledger as it stood before this
      **run, read once for the term's entries
           FD LEDGER-IN.
               COPY "ledger.cpy"
                   REPLACING ==LEDGER-RECORD== BY ==LEDGER-IN-RECORD==
                   LEADING ==LG-== BY ==LI-==.

      **Copies Code from LEDGER - the same file reopened EXTEND for
      **this run's charges
           FD LEDGER-OUT.
               COPY "ledger.cpy".

           FD BILLSTMT.
           01 STMT-AREA                    PIC X(100).

      **Copies Code from RECVBL - one row per student billed
           FD RECVBL.
               COPY "recvbl.cpy".
      *--------------------------*
       WORKING-STORAGE SECTION.

      *--------*
           01 END-OF-FILE-CR               PIC XXX VALUE "NO".
           01 END-OF-FILE-FS               PIC XXX VALUE "NO".
           01 END-OF-FILE-LG               PIC XXX VALUE "NO".
           01 END-OF-FILE-RP               PIC XXX VALUE "NO".
           01 WS-CR-STATUS                 PIC XX.
           01 CR-OPEN-SW                   PIC X VALUE "N".
           01 WS-RP-STATUS                 PIC XX.
           01 RP-OPEN-SW                   PIC X VALUE "N".
           01 WS-SM-STATUS                 PIC XX.
           01 SM-OPEN-SW                   PIC X VALUE "N".
           01 SM-FOUND-SW                  PIC X.
           01 WS-FS-STATUS                 PIC XX.
           01 FS-OPEN-SW                   PIC X VALUE "N".
           01 WS-LG-STATUS                 PIC XX.
           01 LG-IN-OPEN-SW                PIC X VALUE "N".
           01 LG-OUT-OPEN-SW               PIC X VALUE "N".
           01 POSTED-SW                    PIC X.

      *--------*
      *the term being billed, per the run-control file - billing is
      *by term, so without a runctl.dat there is nothing to bill
           01 WS-RC-STATUS                 PIC XX.
           01 TERM-FILTER-SW               PIC X VALUE "N".
           01 WS-CURR-TERM-YEAR            PIC 9(04) VALUE 0.
           01 WS-CURR-TERM-MONTH           PIC 9(02) VALUE 0.

           01 WS-RUN-DATE-NUM              PIC 9(08).
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR              PIC 9(04).
               05 WS-RUN-MONTH             PIC 9(02).
               05 WS-RUN-DAY               PIC 9(02).

      *--------*
      *the rates and flat fees, per the fee schedule - there are no
      *standard rates to fall back on, so a schedule without its
      *rate row stops the run
           01 RATE-ROW-SW                  PIC X VALUE "N".
           01 WS-HOME-STATE                PIC X(02) VALUE SPACES.
           01 WS-RES-UNIT-RATE             PIC 9(04)V99 VALUE 0.
           01 WS-NONRES-UNIT-RATE          PIC 9(04)V99 VALUE 0.
           01 WS-UNIT-RATE                 PIC 9(04)V99.
           01 WS-RESIDENCY                 PIC X(01).

           01 FEE-TABLE-MAX                PIC 999 VALUE 20.
           01 FEE-TABLE.
            05 FEE-ENTRY OCCURS 20 TIMES.
               10 FT-DESC                  PIC X(20).
               10 FT-AMOUNT                PIC 9(05)V99.
               10 FT-APPLIES               PIC X(01).
           05 FEE-SUB                      PIC 999 VALUE 1.

      *--------*
      *the term's ledger entries - what was on file at startup plus
      *everything this run posts, in posting order, so each
      *statement lists the student's account as it now stands
           01 LEDGER-TABLE-MAX             PIC 9(4) VALUE 2000.
           01 LEDGER-TABLE.
            05 LEDGER-ENTRY OCCURS 2000 TIMES.
               10 LT-STU-ID                PIC 9(09).
               10 LT-TYPE                  PIC X(01).
               10 LT-DEPT-CODE             PIC X(04).
               10 LT-CRSE-NUM              PIC 9(03).
               10 LT-SECTION-NUM           PIC 9(02).
               10 LT-UNITS                 PIC 9(01).
               10 LT-AMOUNT                PIC 9(05)V99.
               10 LT-POST-DATE             PIC 9(08).
               10 LT-DESC                  PIC X(20).
           05 LEDGER-SUB                   PIC 9(4) VALUE 1.

      *--------*
      *the registrations the merge accepted for the term
           01 POST-TABLE-MAX               PIC 999 VALUE 500.
           01 POST-TABLE.
            05 POST-ENTRY OCCURS 500 TIMES.
               10 PT-STU-ID                PIC 9(09).
               10 PT-DEPT-CODE             PIC X(04).
               10 PT-CRSE-NUM              PIC 9(03).
               10 PT-SECTION-NUM           PIC 9(02).
           05 POST-SUB                     PIC 999 VALUE 1.

           01 WS-POST-SEARCH-SUB           PIC 999.

      *--------*
      *the term's posted registrations
           01 REG-TABLE-MAX                PIC 999 VALUE 500.
           01 REG-TABLE.
            05 REG-ENTRY OCCURS 500 TIMES.
               10 RT-STU-ID                PIC 9(09).
               10 RT-DEPT-CODE             PIC X(04).
               10 RT-CRSE-NUM              PIC 9(03).
               10 RT-SECTION-NUM           PIC 9(02).
               10 RT-UNITS                 PIC 9(01).
           05 REG-SUB                      PIC 999 VALUE 1.

      *--------*
      *every student with a posted registration or a ledger entry
      *this term, in order of first appearance - a student who has
      *dropped everything still gets a statement for what is owed
           01 STUDENT-TABLE-MAX            PIC 999 VALUE 500.
           01 STUDENT-LIST.
            05 STU-ENTRY OCCURS 500 TIMES  PIC 9(09).
           05 STU-SUB                      PIC 999 VALUE 1.

           01 WS-BUILD-SUB                 PIC 9(4).
           01 WS-SEARCH-SUB                PIC 999.
           01 WS-REG-IDX                   PIC 999.
           01 WS-FEE-IDX                   PIC 999.
           01 WS-LEDGER-IDX                PIC 9(4).
           01 CURR-STU-IDX                 PIC 999.
           01 CURR-STU-ID                  PIC 9(09).
           01 FOUND-SW                     PIC X.

      *--------*
      *one student's account
           01 WS-CHARGE-COUNT              PIC 9(4).
           01 WS-CREDIT-COUNT              PIC 9(4).
           01 WS-STU-UNITS                 PIC 9(03).
           01 WS-NEW-CHARGES               PIC 9(06)V99.
           01 WS-STU-CHARGES               PIC 9(06)V99.
           01 WS-STU-CREDITS               PIC 9(06)V99.
           01 WS-STU-BALANCE               PIC 9(06)V99.

           01 WS-CT-REGS-READ              PIC 9(5) VALUE 0.
           01 WS-CT-REGS-BILLABLE          PIC 9(5) VALUE 0.
           01 WS-CT-REGS-NOT-POSTED        PIC 9(5) VALUE 0.
           01 WS-CT-STUDENTS-BILLED        PIC 9(5) VALUE 0.
           01 WS-CT-NOT-ON-MASTER          PIC 9(5) VALUE 0.
           01 WS-CT-TUITION-POSTED         PIC 9(5) VALUE 0.
           01 WS-CT-FEES-POSTED            PIC 9(5) VALUE 0.
           01 WS-TOT-NEW-CHARGES           PIC 9(07)V99 VALUE 0.
           01 WS-TOT-BALANCE               PIC 9(07)V99 VALUE 0.

      *------*
           01 STMT-TOPLINE.
               05 FILLER               PIC X(30) VALUE SPACES.
               05 HDRSTMT              PIC X(25)
                   VALUE "STUDENT ACCOUNT STATEMENT".
               05 FILLER               PIC X(5) VALUE SPACES.
               05 STL-TERM-LIT         PIC X(5) VALUE "TERM ".
               05 STL-YEAR             PIC 9(4).
               05 FILLER               PIC X(1) VALUE "/".
               05 STL-MONTH            PIC 9(2).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 STL-DATE-LIT         PIC X(9) VALUE "RUN DATE ".
               05 STL-RUN-YEAR         PIC 9(4).
               05 FILLER               PIC X(1) VALUE "/".
               05 STL-RUN-MONTH        PIC 9(2).
               05 FILLER               PIC X(1) VALUE "/".
               05 STL-RUN-DAY          PIC 9(2).

           01 STMT-ADDR1-OUT.
               05 SA1-NAME             PIC X(25).

           01 STMT-ADDR2-OUT.
               05 SA2-ADDRESS          PIC X(25).

           01 STMT-ADDR3-OUT.
               05 SA3-CITY             PIC X(11).
               05 FILLER               PIC X(1) VALUE SPACES.
               05 SA3-STATE            PIC X(2).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 SA3-ZIP              PIC 9(5).
               05 FILLER               PIC X(1) VALUE "-".
               05 SA3-ZIP-EXT          PIC 9(4).

           01 STMT-ACCOUNT-OUT.
               05 SAC-ID-LIT           PIC X(12) VALUE "STUDENT ID: ".
               05 SAC-ID               PIC 9(9).
               05 SAC-RES-LIT          PIC X(15)
                   VALUE "   RESIDENCY:  ".
               05 SAC-RESIDENCY        PIC X(12).
               05 SAC-RATE-LIT         PIC X(18)
                   VALUE "   RATE PER UNIT: ".
               05 SAC-RATE             PIC Z,ZZ9.99.
               05 SAC-UNITS-LIT        PIC X(16)
                   VALUE "   TERM UNITS:  ".
               05 SAC-UNITS            PIC ZZ9.

           01 FILLER-LINE.
               05 PIC X(100) VALUES ALL "*".

           01 DASHED-LINE.
               05 PIC X(100) VALUES ALL "-".

           01 STMT-HDRS.
               05 SH-DATE              PIC X(4) VALUE "DATE".
               05 FILLER               PIC X(9) VALUE SPACES.
               05 SH-SECTION           PIC X(7) VALUE "SECTION".
               05 FILLER               PIC X(7) VALUE SPACES.
               05 SH-DESC              PIC X(11) VALUE "DESCRIPTION".
               05 FILLER               PIC X(12) VALUE SPACES.
               05 SH-UNITS             PIC X(5) VALUE "UNITS".
               05 FILLER               PIC X(6) VALUE SPACES.
               05 SH-CHARGES           PIC X(7) VALUE "CHARGES".
               05 FILLER               PIC X(6) VALUE SPACES.
               05 SH-CREDITS           PIC X(7) VALUE "CREDITS".

           01 STMT-DETAIL-OUT.
               05 SD-YEAR              PIC 9(4).
               05 FILLER               PIC X(1) VALUE "/".
               05 SD-MONTH             PIC 9(2).
               05 FILLER               PIC X(1) VALUE "/".
               05 SD-DAY               PIC 9(2).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 SD-SECTION.
                   10 SD-DEPT          PIC X(4).
                   10 SD-DASH1         PIC X(1).
                   10 SD-CRSE          PIC 9(3).
                   10 SD-DASH2         PIC X(1).
                   10 SD-SEC           PIC 9(2).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 SD-DESC              PIC X(20).
               05 FILLER               PIC X(5) VALUE SPACES.
               05 SD-UNITS             PIC Z.
               05 FILLER               PIC X(7) VALUE SPACES.
               05 SD-CHARGE            PIC ZZ,ZZZ.ZZ.
               05 FILLER               PIC X(4) VALUE SPACES.
               05 SD-CREDIT            PIC ZZ,ZZZ.ZZ.

           01 STMT-POST-DATE.
               05 SPD-YEAR             PIC 9(4).
               05 SPD-MONTH            PIC 9(2).
               05 SPD-DAY              PIC 9(2).

           01 STMT-TOTALS-OUT.
               05 FILLER               PIC X(49) VALUE SPACES.
               05 STO-LIT              PIC X(9) VALUE "TOTALS:  ".
               05 STO-CHARGES          PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(3) VALUE SPACES.
               05 STO-CREDITS          PIC ZZZ,ZZ9.99.

           01 STMT-BALANCE-OUT.
               05 FILLER               PIC X(49) VALUE SPACES.
               05 SBO-LIT              PIC X(13) VALUE "BALANCE DUE: ".
               05 SBO-BALANCE          PIC ZZZ,ZZ9.99.

           01 STMT-NEW-CHARGES-OUT.
               05 FILLER               PIC X(49) VALUE SPACES.
               05 SNO-LIT              PIC X(26)
                   VALUE "CHARGES POSTED THIS RUN:  ".
               05 SNO-CHARGES          PIC ZZZ,ZZ9.99.

           01 BILL-TOTALS-HDR.
               05 FILLER               PIC X(30) VALUE SPACES.
               05 BTH-LIT              PIC X(18)
                   VALUE "BILLING RUN TOTALS".

           01 BILL-TOTALS-OUT.
               05 BTO-LIT              PIC X(35).
               05 BTO-COUNT            PIC ZZZ,ZZ9.

           01 BILL-AMOUNT-OUT.
               05 BAO-LIT              PIC X(35).
               05 BAO-AMOUNT           PIC Z,ZZZ,ZZ9.99.
      *----------------*

      ******************************************************************
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE.
           PERFORM 057-READ-RUNCTL.
           PERFORM OPEN-FILES.

           PERFORM 060-READ-FEESCHED
               UNTIL END-OF-FILE-FS = "YES".
           PERFORM 070-CHECK-BILLING-SETUP.

           PERFORM 075-READ-REGPOST
               UNTIL END-OF-FILE-RP = "YES".

           PERFORM 080-READ-LEDGER
               UNTIL END-OF-FILE-LG = "YES".
           IF LG-IN-OPEN-SW = "Y"
               CLOSE LEDGER-IN
               MOVE "N" TO LG-IN-OPEN-SW
           END-IF.
           OPEN EXTEND LEDGER-OUT.
           MOVE "Y" TO LG-OUT-OPEN-SW.

           PERFORM 200-READ-CRSEREG
               UNTIL END-OF-FILE-CR = "YES".

           MOVE 1 TO WS-BUILD-SUB.
           PERFORM 310-ADD-REG-STUDENT
               UNTIL WS-BUILD-SUB = REG-SUB.
           MOVE 1 TO WS-BUILD-SUB.
           PERFORM 320-ADD-LEDGER-STUDENT
               UNTIL WS-BUILD-SUB = LEDGER-SUB.

           MOVE 1 TO CURR-STU-IDX.
           PERFORM 400-BILL-ONE-STUDENT
               UNTIL CURR-STU-IDX = STU-SUB.

           PERFORM 870-WRITE-TOTALS.

           PERFORM 980-CLOSE-ALL-FILES.
           STOP RUN.
      *--------------------*

      *--------------------*
      *a missing ledger only means nothing has been billed yet - the
      *first run starts it. everything else is checked once the fee
      *schedule has been read
       OPEN-FILES.
           OPEN INPUT  CRSEREG
                       REGPOST
                       STUMAST
                       FEESCHED
                       LEDGER-IN.
           OPEN OUTPUT BILLSTMT
                       RECVBL.
           IF WS-CR-STATUS = "00"
               MOVE "Y" TO CR-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-CR
           END-IF.
           IF WS-RP-STATUS = "00"
               MOVE "Y" TO RP-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-RP
           END-IF.
           IF WS-SM-STATUS = "00"
               MOVE "Y" TO SM-OPEN-SW
           END-IF.
           IF WS-FS-STATUS = "00"
               MOVE "Y" TO FS-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-FS
           END-IF.
           IF WS-LG-STATUS = "00"
               MOVE "Y" TO LG-IN-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-LG
           END-IF.
       OPEN-FILES-END.
      *--------------------*

      *--------------------*
      *reads the term to bill from the run-control file
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
       060-READ-FEESCHED.
      *Reads the next fee schedule row
           READ FEESCHED
           AT END MOVE "YES" TO END-OF-FILE-FS
           NOT AT END PERFORM 065-STORE-FEESCHED-ROW.
      *--------------------*

      *--------------------*
      *keeps the rate row and the flat fees - the refund deadlines
      *are DROPREG's, and a row of any other type is skipped
       065-STORE-FEESCHED-ROW.
           EVALUATE TRUE
               WHEN FS-RATE-ROW
                   IF FS-RES-UNIT-RATE NUMERIC
                       AND FS-NONRES-UNIT-RATE NUMERIC
                       MOVE FS-HOME-STATE TO WS-HOME-STATE
                       MOVE FS-RES-UNIT-RATE TO WS-RES-UNIT-RATE
                       MOVE FS-NONRES-UNIT-RATE
                           TO WS-NONRES-UNIT-RATE
                       MOVE "Y" TO RATE-ROW-SW
                   END-IF
               WHEN FS-FLAT-FEE-ROW
                   IF FS-FEE-AMOUNT NUMERIC
                       IF FEE-SUB > FEE-TABLE-MAX
                           DISPLAY "BILLING: FEE-TABLE IS FULL AT "
                                   FEE-TABLE-MAX " FEES - RAISE THE "
                                   "OCCURS 20 LIMIT ON FEE-ENTRY."
                           PERFORM 980-CLOSE-ALL-FILES
                           STOP RUN
                       END-IF
                       MOVE FS-FEE-DESC TO FT-DESC(FEE-SUB)
                       MOVE FS-FEE-AMOUNT TO FT-AMOUNT(FEE-SUB)
                       MOVE FS-FEE-APPLIES TO FT-APPLIES(FEE-SUB)
                       ADD 1 TO FEE-SUB
                   END-IF
           END-EVALUATE.
      *--------------------*

      *--------------------*
      *billing needs a term, the rates, the master for residency and
      *the merge's REGPOST for what has posted - without any one of
      *them
      *the run would bill wrongly, so it bills nothing
       070-CHECK-BILLING-SETUP.
           IF TERM-FILTER-SW = "N"
               DISPLAY "BILLING: RUN CONTROL FILE runctl.dat NOT "
                       "FOUND - NO TERM TO BILL."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           IF RATE-ROW-SW = "N"
               DISPLAY "BILLING: FEE SCHEDULE feesched.dat MISSING "
                       "OR HAS NO RATE ROW - NOTHING BILLED."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           IF SM-OPEN-SW = "N"
               DISPLAY "BILLING: STUDENT MASTER stumast.dat COULD "
                       "NOT BE OPENED (STATUS " WS-SM-STATUS ") - "
                       "NOTHING BILLED."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           IF RP-OPEN-SW = "N"
               DISPLAY "BILLING: POSTED REGISTRATIONS FILE REGPOST "
                       "NOT FOUND - RUN THE MERGE FIRST, NOTHING "
                       "BILLED."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
      *--------------------*

      *--------------------*
       075-READ-REGPOST.
      *Reads the next posted registration
           READ REGPOST
           AT END MOVE "YES" TO END-OF-FILE-RP
           NOT AT END PERFORM 077-STORE-REGPOST-ROW.
      *--------------------*

      *--------------------*
      *keeps the billed term's rows - a REGPOST left from a run for
      *another term posts nothing here
       077-STORE-REGPOST-ROW.
           IF RP-TERM-YEAR = WS-CURR-TERM-YEAR
               AND RP-TERM-MONTH = WS-CURR-TERM-MONTH
               IF POST-SUB > POST-TABLE-MAX
                   DISPLAY "BILLING: POST-TABLE IS FULL AT "
                           POST-TABLE-MAX " REGISTRATIONS - RAISE "
                           "THE OCCURS 500 LIMIT ON POST-ENTRY."
                   PERFORM 980-CLOSE-ALL-FILES
                   STOP RUN
               END-IF
               MOVE RP-STUDENT-ID TO PT-STU-ID(POST-SUB)
               MOVE RP-DEPARTMENT-CODE TO PT-DEPT-CODE(POST-SUB)
               MOVE RP-COURSE-NUMBER TO PT-CRSE-NUM(POST-SUB)
               MOVE RP-SECTION-NUMBER TO PT-SECTION-NUM(POST-SUB)
               ADD 1 TO POST-SUB
           END-IF.
      *--------------------*

      *--------------------*
       080-READ-LEDGER.
      *Reads the next ledger entry
           READ LEDGER-IN
           AT END MOVE "YES" TO END-OF-FILE-LG
           NOT AT END PERFORM 085-STORE-LEDGER-ROW.
      *--------------------*

      *--------------------*
      *keeps the billed term's entries - other terms' accounts are
      *not this run's business
       085-STORE-LEDGER-ROW.
           IF LI-TERM-YEAR = WS-CURR-TERM-YEAR
               AND LI-TERM-MONTH = WS-CURR-TERM-MONTH
               PERFORM 090-CHECK-LEDGER-ROOM
               MOVE LI-STUDENT-ID TO LT-STU-ID(LEDGER-SUB)
               MOVE LI-ENTRY-TYPE TO LT-TYPE(LEDGER-SUB)
               MOVE LI-DEPARTMENT-CODE TO LT-DEPT-CODE(LEDGER-SUB)
               MOVE LI-COURSE-NUMBER TO LT-CRSE-NUM(LEDGER-SUB)
               MOVE LI-SECTION-NUMBER TO LT-SECTION-NUM(LEDGER-SUB)
               MOVE LI-UNITS TO LT-UNITS(LEDGER-SUB)
               MOVE LI-AMOUNT TO LT-AMOUNT(LEDGER-SUB)
               MOVE LI-POST-DATE TO LT-POST-DATE(LEDGER-SUB)
               MOVE LI-DESCRIPTION TO LT-DESC(LEDGER-SUB)
               ADD 1 TO LEDGER-SUB
           END-IF.
      *--------------------*

      *--------------------*
       090-CHECK-LEDGER-ROOM.
           IF LEDGER-SUB > LEDGER-TABLE-MAX
               DISPLAY "BILLING: LEDGER-TABLE IS FULL AT "
                       LEDGER-TABLE-MAX " ENTRIES - RAISE THE "
                       "OCCURS 2000 LIMIT ON LEDGER-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
      *--------------------*

      *--------------------*
       200-READ-CRSEREG.
      *Reads the next registration
           READ CRSEREG
           AT END MOVE "YES" TO END-OF-FILE-CR
           NOT AT END PERFORM 250-CHECK-REGISTRATION.
      *--------------------*

      *--------------------*
      *holds a current-term registration for billing once the merge
      *has accepted it - a row dropped since the merge ran is gone
      *from crsereg.dat, so REGPOST alone does not bill it
       250-CHECK-REGISTRATION.
           IF CR-COURSE-START-YEAR = WS-CURR-TERM-YEAR
               AND CR-COURSE-START-MONTH = WS-CURR-TERM-MONTH
               ADD 1 TO WS-CT-REGS-READ
               PERFORM 260-CHECK-POSTED
               IF POSTED-SW = "Y"
                   PERFORM 270-STORE-REGISTRATION
               ELSE
                   ADD 1 TO WS-CT-REGS-NOT-POSTED
               END-IF
           END-IF.
      *--------------------*

      *--------------------*
       260-CHECK-POSTED.
      *looks the registration up among the merge's accepted rows
           MOVE "N" TO POSTED-SW.
           MOVE 1 TO WS-POST-SEARCH-SUB.
           PERFORM 265-SEARCH-POSTED
               UNTIL POSTED-SW = "Y"
               OR WS-POST-SEARCH-SUB = POST-SUB.
      *--------------------*

      *--------------------*
       265-SEARCH-POSTED.
           IF PT-STU-ID(WS-POST-SEARCH-SUB) = CR-STUDENT-ID
               AND PT-DEPT-CODE(WS-POST-SEARCH-SUB) =
                   CR-DEPARTMENT-CODE
               AND PT-CRSE-NUM(WS-POST-SEARCH-SUB) = CR-COURSE-NUMBER
               AND PT-SECTION-NUM(WS-POST-SEARCH-SUB) =
                   CR-SECTION-NUMBER
               MOVE "Y" TO POSTED-SW
           ELSE
               ADD 1 TO WS-POST-SEARCH-SUB.
      *--------------------*

      *--------------------*
       270-STORE-REGISTRATION.
           IF REG-SUB > REG-TABLE-MAX
               DISPLAY "BILLING: REG-TABLE IS FULL AT "
                       REG-TABLE-MAX " REGISTRATIONS - RAISE THE "
                       "OCCURS 500 LIMIT ON REG-ENTRY."
               PERFORM 980-CLOSE-ALL-FILES
               STOP RUN
           END-IF.
           MOVE CR-STUDENT-ID TO RT-STU-ID(REG-SUB).
           MOVE CR-DEPARTMENT-CODE TO RT-DEPT-CODE(REG-SUB).
           MOVE CR-COURSE-NUMBER TO RT-CRSE-NUM(REG-SUB).
           MOVE CR-SECTION-NUMBER TO RT-SECTION-NUM(REG-SUB).
           MOVE CR-COURSE-UNITS TO RT-UNITS(REG-SUB).
           ADD 1 TO REG-SUB.
           ADD 1 TO WS-CT-REGS-BILLABLE.
      *--------------------*

      *--------------------*
       310-ADD-REG-STUDENT.
      *adds a registered student to the distinct list, if new
           MOVE RT-STU-ID(WS-BUILD-SUB) TO CURR-STU-ID.
           PERFORM 330-ADD-STUDENT.
           ADD 1 TO WS-BUILD-SUB.
      *--------------------*

      *--------------------*
       320-ADD-LEDGER-STUDENT.
      *adds a student with ledger activity to the list, if new
           MOVE LT-STU-ID(WS-BUILD-SUB) TO CURR-STU-ID.
           PERFORM 330-ADD-STUDENT.
           ADD 1 TO WS-BUILD-SUB.
      *--------------------*

      *--------------------*
       330-ADD-STUDENT.
           PERFORM 340-CHECK-STUDENT-LISTED.
           IF FOUND-SW = "N"
               IF STU-SUB > STUDENT-TABLE-MAX
                   DISPLAY "BILLING: STUDENT-LIST IS FULL AT "
                           STUDENT-TABLE-MAX " STUDENTS - RAISE THE "
                           "OCCURS 500 LIMIT ON STU-ENTRY."
                   PERFORM 980-CLOSE-ALL-FILES
                   STOP RUN
               END-IF
               MOVE CURR-STU-ID TO STU-ENTRY(STU-SUB)
               ADD 1 TO STU-SUB
           END-IF.
      *--------------------*

      *--------------------*
       340-CHECK-STUDENT-LISTED.
      *searches the distinct student list for CURR-STU-ID
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO WS-SEARCH-SUB.
           PERFORM 345-SEARCH-STUDENT
               UNTIL FOUND-SW = "Y"
               OR WS-SEARCH-SUB = STU-SUB.
      *--------------------*

      *--------------------*
       345-SEARCH-STUDENT.
           IF STU-ENTRY(WS-SEARCH-SUB) = CURR-STU-ID
               MOVE "Y" TO FOUND-SW
           ELSE
               ADD 1 TO WS-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *posts whatever the student has not yet been charged, then
      *prints their statement from the ledger and writes their
      *receivable. a student missing from the master cannot be
      *rated or addressed, so is left for the registrar
       400-BILL-ONE-STUDENT.
           MOVE STU-ENTRY(CURR-STU-IDX) TO CURR-STU-ID.
           PERFORM 410-READ-STUMAST-STUDENT.
           IF SM-FOUND-SW = "Y"
               IF SM-STUDENT-STATE = WS-HOME-STATE
                   MOVE "R" TO WS-RESIDENCY
                   MOVE WS-RES-UNIT-RATE TO WS-UNIT-RATE
               ELSE
                   MOVE "N" TO WS-RESIDENCY
                   MOVE WS-NONRES-UNIT-RATE TO WS-UNIT-RATE
               END-IF
               MOVE 0 TO WS-STU-UNITS
               MOVE 0 TO WS-NEW-CHARGES
               MOVE 1 TO WS-REG-IDX
               PERFORM 420-ASSESS-ONE-REGISTRATION
                   UNTIL WS-REG-IDX = REG-SUB
               MOVE 1 TO WS-FEE-IDX
               PERFORM 450-ASSESS-ONE-FEE
                   UNTIL WS-FEE-IDX = FEE-SUB
               PERFORM 500-WRITE-STATEMENT-HEAD
               MOVE 0 TO WS-STU-CHARGES
               MOVE 0 TO WS-STU-CREDITS
               MOVE 1 TO WS-LEDGER-IDX
               PERFORM 520-WRITE-ONE-LEDGER-LINE
                   UNTIL WS-LEDGER-IDX = LEDGER-SUB
               PERFORM 540-WRITE-STATEMENT-FOOT
               PERFORM 560-WRITE-RECVBL
               ADD 1 TO WS-CT-STUDENTS-BILLED
           ELSE
               ADD 1 TO WS-CT-NOT-ON-MASTER
               DISPLAY "BILLING: STUDENT " CURR-STU-ID " NOT ON "
                       "MASTER - NOT BILLED."
           END-IF.
           ADD 1 TO CURR-STU-IDX.
      *--------------------*

      *--------------------*
       410-READ-STUMAST-STUDENT.
      *keyed lookup of the student's master record
           MOVE CURR-STU-ID TO SM-STUDENT-ID.
           READ STUMAST
               INVALID KEY MOVE "N" TO SM-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO SM-FOUND-SW
           END-READ.
      *--------------------*

      *--------------------*
      *charges one of the student's posted registrations, unless the
      *ledger already carries a charge for it that no refund has
      *reversed - so a rerun charges nothing twice, and a section
      *dropped and then added back is charged again
       420-ASSESS-ONE-REGISTRATION.
           IF RT-STU-ID(WS-REG-IDX) = CURR-STU-ID
               ADD RT-UNITS(WS-REG-IDX) TO WS-STU-UNITS
               MOVE 0 TO WS-CHARGE-COUNT
               MOVE 0 TO WS-CREDIT-COUNT
               MOVE 1 TO WS-LEDGER-IDX
               PERFORM 430-COUNT-SECTION-ENTRY
                   UNTIL WS-LEDGER-IDX = LEDGER-SUB
               IF WS-CHARGE-COUNT NOT > WS-CREDIT-COUNT
                   PERFORM 440-POST-TUITION
               END-IF
           END-IF.
           ADD 1 TO WS-REG-IDX.
      *--------------------*

      *--------------------*
      *counts the charges and refunds already on the ledger for the
      *registration being assessed
       430-COUNT-SECTION-ENTRY.
           IF LT-STU-ID(WS-LEDGER-IDX) = CURR-STU-ID
               AND LT-DEPT-CODE(WS-LEDGER-IDX) =
                   RT-DEPT-CODE(WS-REG-IDX)
               AND LT-CRSE-NUM(WS-LEDGER-IDX) = RT-CRSE-NUM(WS-REG-IDX)
               AND LT-SECTION-NUM(WS-LEDGER-IDX) =
                   RT-SECTION-NUM(WS-REG-IDX)
               EVALUATE LT-TYPE(WS-LEDGER-IDX)
                   WHEN "A"
                       ADD 1 TO WS-CHARGE-COUNT
                   WHEN "R"
                       ADD 1 TO WS-CREDIT-COUNT
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-LEDGER-IDX.
      *--------------------*

      *--------------------*
      *posts the tuition charge for one registration - its units at
      *the student's rate
       440-POST-TUITION.
           MOVE CURR-STU-ID TO LG-STUDENT-ID.
           MOVE WS-CURR-TERM-YEAR TO LG-TERM-YEAR.
           MOVE WS-CURR-TERM-MONTH TO LG-TERM-MONTH.
           MOVE "A" TO LG-ENTRY-TYPE.
           MOVE RT-DEPT-CODE(WS-REG-IDX) TO LG-DEPARTMENT-CODE.
           MOVE RT-CRSE-NUM(WS-REG-IDX) TO LG-COURSE-NUMBER.
           MOVE RT-SECTION-NUM(WS-REG-IDX) TO LG-SECTION-NUMBER.
           MOVE RT-UNITS(WS-REG-IDX) TO LG-UNITS.
           COMPUTE LG-AMOUNT = RT-UNITS(WS-REG-IDX) * WS-UNIT-RATE.
           IF WS-RESIDENCY = "R"
               MOVE "RESIDENT TUITION" TO LG-DESCRIPTION
           ELSE
               MOVE "NON-RESIDENT TUITION" TO LG-DESCRIPTION
           END-IF.
           PERFORM 490-POST-LEDGER-ENTRY.
           ADD 1 TO WS-CT-TUITION-POSTED.
      *--------------------*

      *--------------------*
      *charges one flat fee, if it applies to the student's residency
      *and has not already been charged this term. a student with no
      *registration left is not charged a fee for the first time
       450-ASSESS-ONE-FEE.
           IF WS-STU-UNITS > 0
               AND (FT-APPLIES(WS-FEE-IDX) = "A"
                 OR FT-APPLIES(WS-FEE-IDX) = WS-RESIDENCY)
               MOVE "N" TO FOUND-SW
               MOVE 1 TO WS-LEDGER-IDX
               PERFORM 455-CHECK-FEE-POSTED
                   UNTIL FOUND-SW = "Y"
                   OR WS-LEDGER-IDX = LEDGER-SUB
               IF FOUND-SW = "N"
                   PERFORM 460-POST-FLAT-FEE
               END-IF
           END-IF.
           ADD 1 TO WS-FEE-IDX.
      *--------------------*

      *--------------------*
       455-CHECK-FEE-POSTED.
           IF LT-STU-ID(WS-LEDGER-IDX) = CURR-STU-ID
               AND LT-TYPE(WS-LEDGER-IDX) = "F"
               AND LT-DESC(WS-LEDGER-IDX) = FT-DESC(WS-FEE-IDX)
               MOVE "Y" TO FOUND-SW
           ELSE
               ADD 1 TO WS-LEDGER-IDX.
      *--------------------*

      *--------------------*
       460-POST-FLAT-FEE.
           MOVE CURR-STU-ID TO LG-STUDENT-ID.
           MOVE WS-CURR-TERM-YEAR TO LG-TERM-YEAR.
           MOVE WS-CURR-TERM-MONTH TO LG-TERM-MONTH.
           MOVE "F" TO LG-ENTRY-TYPE.
           MOVE SPACES TO LG-DEPARTMENT-CODE.
           MOVE 0 TO LG-COURSE-NUMBER.
           MOVE 0 TO LG-SECTION-NUMBER.
           MOVE 0 TO LG-UNITS.
           MOVE FT-AMOUNT(WS-FEE-IDX) TO LG-AMOUNT.
           MOVE FT-DESC(WS-FEE-IDX) TO LG-DESCRIPTION.
           PERFORM 490-POST-LEDGER-ENTRY.
           ADD 1 TO WS-CT-FEES-POSTED.
      *--------------------*

      *--------------------*
      *writes one new charge to the ledger and carries it in the
      *table so the statement shows it
       490-POST-LEDGER-ENTRY.
           MOVE WS-RUN-DATE-NUM TO LG-POST-DATE.
           MOVE "BILLING" TO LG-PROGRAM-NAME.
           WRITE LEDGER-RECORD.
           ADD LG-AMOUNT TO WS-NEW-CHARGES.
           ADD LG-AMOUNT TO WS-TOT-NEW-CHARGES.
           PERFORM 090-CHECK-LEDGER-ROOM.
           MOVE LG-STUDENT-ID TO LT-STU-ID(LEDGER-SUB).
           MOVE LG-ENTRY-TYPE TO LT-TYPE(LEDGER-SUB).
           MOVE LG-DEPARTMENT-CODE TO LT-DEPT-CODE(LEDGER-SUB).
           MOVE LG-COURSE-NUMBER TO LT-CRSE-NUM(LEDGER-SUB).
           MOVE LG-SECTION-NUMBER TO LT-SECTION-NUM(LEDGER-SUB).
           MOVE LG-UNITS TO LT-UNITS(LEDGER-SUB).
           MOVE LG-AMOUNT TO LT-AMOUNT(LEDGER-SUB).
           MOVE LG-POST-DATE TO LT-POST-DATE(LEDGER-SUB).
           MOVE LG-DESCRIPTION TO LT-DESC(LEDGER-SUB).
           ADD 1 TO LEDGER-SUB.
      *--------------------*

      *--------------------*
      *starts the student's statement on a new page - address block,
      *account line and column headers
       500-WRITE-STATEMENT-HEAD.
           MOVE WS-CURR-TERM-YEAR TO STL-YEAR.
           MOVE WS-CURR-TERM-MONTH TO STL-MONTH.
           MOVE WS-RUN-YEAR TO STL-RUN-YEAR.
           MOVE WS-RUN-MONTH TO STL-RUN-MONTH.
           MOVE WS-RUN-DAY TO STL-RUN-DAY.
           MOVE STMT-TOPLINE TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING PAGE.

           MOVE SPACES TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE SM-STUDENT-NAME TO SA1-NAME.
           MOVE STMT-ADDR1-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE SM-STUDENT-ADDRESS TO SA2-ADDRESS.
           MOVE STMT-ADDR2-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE SM-STUDENT-CITY TO SA3-CITY.
           MOVE SM-STUDENT-STATE TO SA3-STATE.
           MOVE SM-STUDENT-ZIP-CODE TO SA3-ZIP.
           MOVE SM-STUDENT-ZIP-CODE-EXT TO SA3-ZIP-EXT.
           MOVE STMT-ADDR3-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE SPACES TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE CURR-STU-ID TO SAC-ID.
           IF WS-RESIDENCY = "R"
               MOVE "RESIDENT" TO SAC-RESIDENCY
           ELSE
               MOVE "NON-RESIDENT" TO SAC-RESIDENCY
           END-IF.
           MOVE WS-UNIT-RATE TO SAC-RATE.
           MOVE WS-STU-UNITS TO SAC-UNITS.
           MOVE STMT-ACCOUNT-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE FILLER-LINE TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE STMT-HDRS TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE DASHED-LINE TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
      *prints one of the student's ledger entries - charges in one
      *column, refund credits in the other
       520-WRITE-ONE-LEDGER-LINE.
           IF LT-STU-ID(WS-LEDGER-IDX) = CURR-STU-ID
               MOVE LT-POST-DATE(WS-LEDGER-IDX) TO STMT-POST-DATE
               MOVE SPD-YEAR TO SD-YEAR
               MOVE SPD-MONTH TO SD-MONTH
               MOVE SPD-DAY TO SD-DAY
               IF LT-TYPE(WS-LEDGER-IDX) = "F"
                   MOVE SPACES TO SD-SECTION
                   MOVE 0 TO SD-UNITS
               ELSE
                   MOVE LT-DEPT-CODE(WS-LEDGER-IDX) TO SD-DEPT
                   MOVE "-" TO SD-DASH1
                   MOVE LT-CRSE-NUM(WS-LEDGER-IDX) TO SD-CRSE
                   MOVE "-" TO SD-DASH2
                   MOVE LT-SECTION-NUM(WS-LEDGER-IDX) TO SD-SEC
                   MOVE LT-UNITS(WS-LEDGER-IDX) TO SD-UNITS
               END-IF
               MOVE LT-DESC(WS-LEDGER-IDX) TO SD-DESC
               IF LT-TYPE(WS-LEDGER-IDX) = "R"
                   MOVE 0 TO SD-CHARGE
                   MOVE LT-AMOUNT(WS-LEDGER-IDX) TO SD-CREDIT
                   ADD LT-AMOUNT(WS-LEDGER-IDX) TO WS-STU-CREDITS
               ELSE
                   MOVE LT-AMOUNT(WS-LEDGER-IDX) TO SD-CHARGE
                   MOVE 0 TO SD-CREDIT
                   ADD LT-AMOUNT(WS-LEDGER-IDX) TO WS-STU-CHARGES
               END-IF
               MOVE STMT-DETAIL-OUT TO STMT-AREA
               WRITE STMT-AREA AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO WS-LEDGER-IDX.
      *--------------------*

      *--------------------*
      *writes the statement's totals and balance due - a refund
      *never exceeds the charge it reverses, but the balance is held
      *at zero rather than printed as a credit if the ledger says
      *otherwise
       540-WRITE-STATEMENT-FOOT.
           IF WS-STU-CREDITS > WS-STU-CHARGES
               MOVE 0 TO WS-STU-BALANCE
           ELSE
               COMPUTE WS-STU-BALANCE =
                   WS-STU-CHARGES - WS-STU-CREDITS
           END-IF.
           ADD WS-STU-BALANCE TO WS-TOT-BALANCE.

           MOVE DASHED-LINE TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE WS-STU-CHARGES TO STO-CHARGES.
           MOVE WS-STU-CREDITS TO STO-CREDITS.
           MOVE STMT-TOTALS-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE WS-STU-BALANCE TO SBO-BALANCE.
           MOVE STMT-BALANCE-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE WS-NEW-CHARGES TO SNO-CHARGES.
           MOVE STMT-NEW-CHARGES-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
       560-WRITE-RECVBL.
      *writes the student's receivable row for the bursar
           MOVE CURR-STU-ID TO RV-STUDENT-ID.
           MOVE SM-STUDENT-NAME TO RV-STUDENT-NAME.
           MOVE WS-CURR-TERM-YEAR TO RV-TERM-YEAR.
           MOVE WS-CURR-TERM-MONTH TO RV-TERM-MONTH.
           MOVE WS-RESIDENCY TO RV-RESIDENCY.
           MOVE WS-STU-UNITS TO RV-TERM-UNITS.
           MOVE WS-NEW-CHARGES TO RV-NEW-CHARGES.
           MOVE WS-STU-CHARGES TO RV-TOTAL-CHARGES.
           MOVE WS-STU-CREDITS TO RV-TOTAL-CREDITS.
           MOVE WS-STU-BALANCE TO RV-BALANCE-DUE.
           WRITE RECVBL-RECORD.
      *--------------------*

      *--------------------*
      *writes the run totals on a page of their own after the last
      *statement
       870-WRITE-TOTALS.
           MOVE WS-CURR-TERM-YEAR TO STL-YEAR.
           MOVE WS-CURR-TERM-MONTH TO STL-MONTH.
           MOVE WS-RUN-YEAR TO STL-RUN-YEAR.
           MOVE WS-RUN-MONTH TO STL-RUN-MONTH.
           MOVE WS-RUN-DAY TO STL-RUN-DAY.
           MOVE BILL-TOTALS-HDR TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING PAGE.
           MOVE STMT-TOPLINE TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE "TERM REGISTRATIONS READ:" TO BTO-LIT.
           MOVE WS-CT-REGS-READ TO BTO-COUNT.
           MOVE BILL-TOTALS-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE "  POSTED - BILLABLE:" TO BTO-LIT.
           MOVE WS-CT-REGS-BILLABLE TO BTO-COUNT.
           MOVE BILL-TOTALS-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE "  NOT POSTED - NOT BILLED:" TO BTO-LIT.
           MOVE WS-CT-REGS-NOT-POSTED TO BTO-COUNT.
           MOVE BILL-TOTALS-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE "STUDENTS BILLED:" TO BTO-LIT.
           MOVE WS-CT-STUDENTS-BILLED TO BTO-COUNT.
           MOVE BILL-TOTALS-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE "STUDENTS NOT ON MASTER:" TO BTO-LIT.
           MOVE WS-CT-NOT-ON-MASTER TO BTO-COUNT.
           MOVE BILL-TOTALS-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE "TUITION CHARGES POSTED:" TO BTO-LIT.
           MOVE WS-CT-TUITION-POSTED TO BTO-COUNT.
           MOVE BILL-TOTALS-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE "FLAT FEES POSTED:" TO BTO-LIT.
           MOVE WS-CT-FEES-POSTED TO BTO-COUNT.
           MOVE BILL-TOTALS-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE "AMOUNT POSTED THIS RUN:" TO BAO-LIT.
           MOVE WS-TOT-NEW-CHARGES TO BAO-AMOUNT.
           MOVE BILL-AMOUNT-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.

           MOVE "TOTAL BALANCE DUE:" TO BAO-LIT.
           MOVE WS-TOT-BALANCE TO BAO-AMOUNT.
           MOVE BILL-AMOUNT-OUT TO STMT-AREA.
           WRITE STMT-AREA AFTER ADVANCING 1 LINE.
      *--------------------*

      *--------------------*
      *closes everything, on the normal and the abort paths alike
       980-CLOSE-ALL-FILES.
           IF CR-OPEN-SW = "Y"
               CLOSE CRSEREG
           END-IF.
           IF RP-OPEN-SW = "Y"
               CLOSE REGPOST
           END-IF.
           IF SM-OPEN-SW = "Y"
               CLOSE STUMAST
           END-IF.
           IF FS-OPEN-SW = "Y"
               CLOSE FEESCHED
           END-IF.
           IF LG-IN-OPEN-SW = "Y"
               CLOSE LEDGER-IN
           END-IF.
           IF LG-OUT-OPEN-SW = "Y"
               CLOSE LEDGER-OUT
           END-IF.
           CLOSE BILLSTMT
                 RECVBL.
      *--------------------*

       END PROGRAM BILLING.
