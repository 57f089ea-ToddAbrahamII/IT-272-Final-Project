      * CRSEREG the way GRDCHG writes its corrected GRDHIST - the
      * operator copies it in as the new crsereg.dat once the audit
      * report (DROPRPT) is reviewed - and the WAITLIST file is
      * rewritten without the promoted rows. Where the bursar bills
      * from a fee schedule (feesched.dat), a drop of a registration
      * BILLING has charged posts a refund credit to the student
      * accounts ledger (ledger.dat) at the percentage the schedule
      * allows for the run date - nothing past the last deadline.
      * Every drop, promotion and refund is also written to the
      * permanent audit journal (audjrnl.dat) under the operator id
      * entered at startup.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                       RECORD KEY IS NM-STUDENT-ID
                       FILE STATUS IS WS-NM-STATUS.

                   SELECT FEESCHED ASSIGN TO "feesched.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-STATUS.

                   SELECT LEDGER-IN ASSIGN TO "ledger.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-LG-STATUS.

                   SELECT OPTIONAL LEDGER-OUT ASSIGN TO "ledger.dat"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT DROPRPT ASSIGN TO "DROPRPT"
                       ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL AUDJRNL ASSIGN TO "audjrnl.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-AJ-STATUS.

      ******************************************************************
       DATA DIVISION.
      *--------------*
           FD NEWMAST.
               COPY "newmast.cpy".

      **Copies Code from FEESCHED - the refund deadlines
           FD FEESCHED.
               COPY "feesched.cpy".

      **Copies Code from LEDGER - read for the charge being refunded
           FD LEDGER-IN.
               COPY "ledger.cpy"
                   REPLACING ==LEDGER-RECORD== BY ==LEDGER-IN-RECORD==
                   LEADING ==LG-== BY ==LI-==.

      **Copies Code from LEDGER - reopened EXTEND for each credit
           FD LEDGER-OUT.
               COPY "ledger.cpy".

           FD DROPRPT.
           01 DROP-AREA                    PIC X(110).

      **Copies Code from AUDJRNL - appended to, one row per change
           FD AUDJRNL.
               COPY "audjrnl.cpy".
      *--------------------------*
       WORKING-STORAGE SECTION.

           01 CR-OPEN-SW                   PIC X VALUE "N".
           01 WL-OPEN-SW                   PIC X VALUE "N".
           01 NM-OPEN-SW                   PIC X VALUE "N".
           01 FS-OPEN-SW                   PIC X VALUE "N".

           01 WS-DROPS-READ                PIC 9(5) VALUE 0.
           01 WS-DROPS-APPLIED             PIC 9(5) VALUE 0.
           01 WS-IP-BEFORE                 PIC 9(3).
           01 WS-REJ-REASON                PIC X(26) VALUE SPACES.

      *--------*
      *drop refunds, per the fee schedule's refund deadlines - no
      *schedule means the bursar is not billing through the ledger,
      *so there is nothing to refund
           01 WS-FS-STATUS                 PIC XX.
           01 WS-LG-STATUS                 PIC XX.
           01 END-OF-FILE-FS               PIC XXX VALUE "NO".
           01 END-OF-FILE-LG               PIC XXX VALUE "NO".
           01 REFUND-SW                    PIC X VALUE "N".

           01 WS-RUN-DATE-NUM              PIC 9(08).

           01 REFUND-TABLE-MAX             PIC 999 VALUE 20.
           01 REFUND-TABLE.
            05 REFUND-ENTRY OCCURS 20 TIMES.
               10 RF-THRU-DATE             PIC 9(08).
               10 RF-PERCENT               PIC 9(03).
           05 REFUND-SUB                   PIC 999 VALUE 1.
           01 RF-SEARCH-SUB                PIC 999.
           01 RF-FOUND-SW                  PIC X.

           01 WS-DROP-TERM-YEAR            PIC 9(04).
           01 WS-DROP-TERM-MONTH           PIC 9(02).
           01 WS-CHARGE-COUNT              PIC 9(4).
           01 WS-CREDIT-COUNT              PIC 9(4).
           01 WS-CHARGE-AMOUNT             PIC 9(05)V99.
           01 WS-REFUND-PERCENT            PIC 9(03).
           01 WS-REFUND-AMOUNT             PIC 9(05)V99.
           01 WS-REFUNDS-TOTAL             PIC 9(07)V99 VALUE 0.

           01 WS-REFUND-DESC.
               05 FILLER                   PIC X(12)
                   VALUE "DROP REFUND ".
               05 WS-REFUND-DESC-PCT       PIC ZZ9.
               05 FILLER                   PIC X(01) VALUE "%".

      *--------*
      *the audit journal stamp - the run's date and time and the
      *operator id keyed at startup go on every journal row
           01 WS-AJ-STATUS                 PIC XX.
           01 AJ-OPEN-SW                   PIC X VALUE "N".
           01 WS-RUN-TIME-NUM              PIC 9(08).
           01 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

           01 JOURNAL-SECTION.
               05 JS-DEPT                  PIC X(04).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 JS-CRSE                  PIC X(03).
               05 FILLER                   PIC X(01) VALUE "-".
               05 JS-SEC                   PIC X(02).

           01 JOURNAL-CHARGE.
               05 FILLER                   PIC X(07) VALUE "CHARGE ".
               05 JC-AMOUNT                PIC ZZ,ZZ9.99.

      *------*
           01 DROPRPT-TOPLINE.
               05 FILLER               PIC X(33) VALUE SPACES.
               05 DRT-LIT4             PIC X(23)
                   VALUE "  WAITLIST PROMOTIONS: ".
               05 DRT-PROMOTED         PIC ZZZZ9.
               05 DRT-LIT5             PIC X(12) VALUE "  REFUNDED: ".
               05 DRT-REFUNDED         PIC Z,ZZZ,ZZ9.99.

           01 DROPRPT-REFUND-REASON.
               05 DRF-LIT1             PIC X(07) VALUE "CREDIT ".
               05 DRF-AMOUNT           PIC ZZ,ZZ9.99.
               05 DRF-LIT2             PIC X(04) VALUE " AT ".
               05 DRF-PERCENT          PIC ZZ9.
               05 DRF-LIT3             PIC X(01) VALUE "%".

      ******************************************************************
       PROCEDURE DIVISION.
      *--------------------*
       100-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-NUM FROM TIME.
           PERFORM 050-ACCEPT-OPERATOR-ID.
           PERFORM OPEN-FILES.
           PERFORM 110-WRITE-DROPRPT-HDRS.

               CLOSE WAITLIST-OLD
           END-IF.

           PERFORM 280-READ-FEESCHED
               UNTIL END-OF-FILE-FS = "YES".
           IF FS-OPEN-SW = "Y"
               CLOSE FEESCHED
               MOVE "N" TO FS-OPEN-SW
           END-IF.

      *---Applies each drop in file order---*
           PERFORM 300-READ-DRPTRAN
               UNTIL END-OF-FILE-DP = "YES".
               CLOSE NEWMAST
           END-IF.
           CLOSE DROPRPT.
           IF AJ-OPEN-SW = "Y"
               CLOSE AUDJRNL
           END-IF.
           STOP RUN.
      *--------------------*

      *--------------------*
      *every change is journaled under the operator who ran it, so
      *a run with no operator id stops before anything is opened
       050-ACCEPT-OPERATOR-ID.
           DISPLAY "DROPREG: ENTER OPERATOR ID".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "DROPREG: NO OPERATOR ID ENTERED - NO "
                       "DROPS APPLIED."
               STOP RUN
           END-IF.
      *--------------------*

      *--------------------*
      *a missing transaction file means nothing to do; a missing
      *registration file or NEWMAST means the run is mis-staged -
           OPEN INPUT  CRSEREG-OLD.
           OPEN INPUT  WAITLIST-OLD.
           OPEN I-O    NEWMAST.
           OPEN INPUT  FEESCHED.
           OPEN OUTPUT DROPRPT.
           OPEN EXTEND AUDJRNL.
           IF WS-DP-STATUS = "00"
               MOVE "Y" TO DP-OPEN-SW
           ELSE
               DISPLAY "DROPREG: NEWMAST COULD NOT BE OPENED (STATUS "
                       WS-NM-STATUS ") - NO DROPS APPLIED."
           END-IF.
           IF WS-FS-STATUS = "00"
               MOVE "Y" TO FS-OPEN-SW
               MOVE "Y" TO REFUND-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-FS
           END-IF.
           IF WS-AJ-STATUS = "00" OR WS-AJ-STATUS = "05"
               MOVE "Y" TO AJ-OPEN-SW
           ELSE
               MOVE "YES" TO END-OF-FILE-DP
               DISPLAY "DROPREG: AUDIT JOURNAL audjrnl.dat COULD NOT "
                       "BE OPENED (STATUS " WS-AJ-STATUS ") - NO "
                       "DROPS APPLIED."
           END-IF.
       OPEN-FILES-END.
      *--------------------*

           ADD 1 TO WAIT-SUB.
      *--------------------*

      *--------------------*
       280-READ-FEESCHED.
      *Reads the next fee schedule row
           READ FEESCHED
           AT END MOVE "YES" TO END-OF-FILE-FS
           NOT AT END PERFORM 285-STORE-REFUND-ROW.
      *--------------------*

      *--------------------*
      *keeps the refund deadlines, in file order - the rates and
      *flat fees are BILLING's
       285-STORE-REFUND-ROW.
           IF FS-REFUND-ROW
               AND FS-REFUND-THRU-DATE NUMERIC
               AND FS-REFUND-PERCENT NUMERIC
               IF REFUND-SUB > REFUND-TABLE-MAX
                   DISPLAY "DROPREG: REFUND-TABLE IS FULL AT "
                           REFUND-TABLE-MAX " DEADLINES - RAISE THE "
                           "OCCURS 20 LIMIT ON REFUND-ENTRY."
                   PERFORM 980-CLOSE-ALL-FILES
                   STOP RUN
               END-IF
               MOVE FS-REFUND-THRU-DATE TO RF-THRU-DATE(REFUND-SUB)
               MOVE FS-REFUND-PERCENT TO RF-PERCENT(REFUND-SUB)
               ADD 1 TO REFUND-SUB
           END-IF.
      *--------------------*

      *--------------------*
       300-READ-DRPTRAN.
      *Reads the drptran.dat file
                           NM-STUDENT-ID
           END-REWRITE.
           PERFORM 550-WRITE-APPLIED.
           MOVE "DROP" TO AJ-TRAN-TYPE.
           MOVE DP-STUDENT-ID TO AJ-STUDENT-ID.
           MOVE "REGISTERED" TO AJ-BEFORE-VALUE.
           MOVE "DROPPED" TO AJ-AFTER-VALUE.
           PERFORM 770-JOURNAL-SECTION-CHANGE.
           IF REFUND-SW = "Y"
               PERFORM 620-CREDIT-REFUND
           END-IF.

           PERFORM 700-OFFER-SEAT-TO-WAITLIST.
      *--------------------*

      *--------------------*
      *credits the refund for a dropped registration BILLING has
      *charged - the charge on the ledger that no earlier refund has
      *reversed, at the run date's refund percentage. the credit is
      *posted even at zero percent, so the ledger shows the charge
      *as settled and BILLING charges it again only if the section
      *is added back. a registration never charged has nothing to
      *refund
       620-CREDIT-REFUND.
           MOVE RT-REG-REC(RT-MATCH-SUB) TO CRSEREG-NEW-REC.
           MOVE CR-COURSE-START-YEAR OF CRSEREG-NEW-REC
               TO WS-DROP-TERM-YEAR.
           MOVE CR-COURSE-START-MONTH OF CRSEREG-NEW-REC
               TO WS-DROP-TERM-MONTH.
           PERFORM 630-FIND-LEDGER-CHARGE.
           IF WS-CHARGE-COUNT > WS-CREDIT-COUNT
               PERFORM 640-FIND-REFUND-PERCENT
               COMPUTE WS-REFUND-AMOUNT ROUNDED =
                   WS-CHARGE-AMOUNT * WS-REFUND-PERCENT / 100
               PERFORM 650-POST-REFUND-CREDIT
           END-IF.
      *--------------------*

      *--------------------*
      *reads the ledger for the dropped registration's charges and
      *earlier refunds in its term, keeping the last charge's amount
       630-FIND-LEDGER-CHARGE.
           MOVE 0 TO WS-CHARGE-COUNT.
           MOVE 0 TO WS-CREDIT-COUNT.
           MOVE 0 TO WS-CHARGE-AMOUNT.
           MOVE "NO" TO END-OF-FILE-LG.
           OPEN INPUT LEDGER-IN.
           IF WS-LG-STATUS = "00"
               PERFORM 635-READ-LEDGER
                   UNTIL END-OF-FILE-LG = "YES"
               CLOSE LEDGER-IN
           END-IF.
      *--------------------*

      *--------------------*
       635-READ-LEDGER.
           READ LEDGER-IN
           AT END MOVE "YES" TO END-OF-FILE-LG
           NOT AT END
               IF LI-STUDENT-ID = RT-STU-ID(RT-MATCH-SUB)
                   AND LI-TERM-YEAR = WS-DROP-TERM-YEAR
                   AND LI-TERM-MONTH = WS-DROP-TERM-MONTH
                   AND LI-DEPARTMENT-CODE = RT-DEPT-CODE(RT-MATCH-SUB)
                   AND LI-COURSE-NUMBER = RT-CRSE-NUM(RT-MATCH-SUB)
                   AND LI-SECTION-NUMBER =
                       RT-SECTION-NUM(RT-MATCH-SUB)
                   EVALUATE TRUE
                       WHEN LI-TUITION-CHARGE
                           ADD 1 TO WS-CHARGE-COUNT
                           MOVE LI-AMOUNT TO WS-CHARGE-AMOUNT
                       WHEN LI-REFUND-CREDIT
                           ADD 1 TO WS-CREDIT-COUNT
                   END-EVALUATE
               END-IF
           END-READ.
      *--------------------*

      *--------------------*
      *the first deadline on or after the run date sets the refund
      *percentage - past the last one, nothing comes back
       640-FIND-REFUND-PERCENT.
           MOVE 0 TO WS-REFUND-PERCENT.
           MOVE "N" TO RF-FOUND-SW.
           MOVE 1 TO RF-SEARCH-SUB.
           PERFORM 645-SEARCH-REFUND-DEADLINE
               UNTIL RF-FOUND-SW = "Y"
               OR RF-SEARCH-SUB = REFUND-SUB.
      *--------------------*

      *--------------------*
       645-SEARCH-REFUND-DEADLINE.
           IF RF-THRU-DATE(RF-SEARCH-SUB) NOT < WS-RUN-DATE-NUM
               MOVE RF-PERCENT(RF-SEARCH-SUB) TO WS-REFUND-PERCENT
               MOVE "Y" TO RF-FOUND-SW
           ELSE
               ADD 1 TO RF-SEARCH-SUB.
      *--------------------*

      *--------------------*
      *appends the refund credit to the ledger and reports it under
      *the drop's audit line
       650-POST-REFUND-CREDIT.
           MOVE RT-STU-ID(RT-MATCH-SUB) TO LG-STUDENT-ID.
           MOVE WS-DROP-TERM-YEAR TO LG-TERM-YEAR.
           MOVE WS-DROP-TERM-MONTH TO LG-TERM-MONTH.
           MOVE "R" TO LG-ENTRY-TYPE.
           MOVE RT-DEPT-CODE(RT-MATCH-SUB) TO LG-DEPARTMENT-CODE.
           MOVE RT-CRSE-NUM(RT-MATCH-SUB) TO LG-COURSE-NUMBER.
           MOVE RT-SECTION-NUM(RT-MATCH-SUB) TO LG-SECTION-NUMBER.
           MOVE WS-DROP-UNITS TO LG-UNITS.
           MOVE WS-REFUND-AMOUNT TO LG-AMOUNT.
           MOVE WS-RUN-DATE-NUM TO LG-POST-DATE.
           MOVE "DROPREG" TO LG-PROGRAM-NAME.
           MOVE WS-REFUND-PERCENT TO WS-REFUND-DESC-PCT.
           MOVE WS-REFUND-DESC TO LG-DESCRIPTION.
           OPEN EXTEND LEDGER-OUT.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-OUT.
           ADD WS-REFUND-AMOUNT TO WS-REFUNDS-TOTAL.

           MOVE "REFUND" TO DRO-ACTION.
           MOVE NM-UNITS-IP TO DRO-IP-BEF.
           MOVE NM-UNITS-IP TO DRO-IP-AFT.
           MOVE "CREDITED" TO DRO-RESULT.
           MOVE WS-REFUND-AMOUNT TO DRF-AMOUNT.
           MOVE WS-REFUND-PERCENT TO DRF-PERCENT.
           MOVE DROPRPT-REFUND-REASON TO DRO-REASON.
           MOVE DROPRPT-OUT TO DROP-AREA.
           WRITE DROP-AREA AFTER ADVANCING 1 LINE.

           MOVE "REFUND" TO AJ-TRAN-TYPE.
           MOVE RT-STU-ID(RT-MATCH-SUB) TO AJ-STUDENT-ID.
           MOVE DP-DEPARTMENT-CODE TO JS-DEPT.
           MOVE DP-COURSE-NUMBER TO JS-CRSE.
           MOVE DP-SECTION-NUMBER TO JS-SEC.
           MOVE JOURNAL-SECTION TO AJ-FIELD-NAME.
           MOVE WS-CHARGE-AMOUNT TO JC-AMOUNT.
           MOVE JOURNAL-CHARGE TO AJ-BEFORE-VALUE.
           MOVE DROPRPT-REFUND-REASON TO AJ-AFTER-VALUE.
           PERFORM 760-WRITE-JOURNAL.
      *--------------------*

      *--------------------*
      *offers the freed seat to the first unpromoted waitlist row
      *for the dropped section, in file order - the promoted student
               MOVE DROPRPT-OUT TO DROP-AREA
               WRITE DROP-AREA AFTER ADVANCING 1 LINE
               ADD 1 TO WS-PROMOTIONS
               MOVE "PROMOTE" TO AJ-TRAN-TYPE
               MOVE WT-STU-ID(WT-MATCH-SUB) TO AJ-STUDENT-ID
               MOVE "WAITLISTED" TO AJ-BEFORE-VALUE
               MOVE "REGISTERED" TO AJ-AFTER-VALUE
               PERFORM 770-JOURNAL-SECTION-CHANGE
           END-IF.
      *--------------------*

           ADD 1 TO WS-DROPS-REJECTED.
      *--------------------*

      *--------------------*
       760-WRITE-JOURNAL.
      *stamps and appends one audit journal row
           MOVE WS-RUN-DATE-NUM TO AJ-RUN-DATE.
           MOVE WS-RUN-TIME-NUM TO AJ-RUN-TIME.
           MOVE "DROPREG" TO AJ-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO AJ-OPERATOR-ID.
           WRITE AUDJRNL-RECORD.
      *--------------------*

      *--------------------*
      *journals a drop or a promotion - the registration's own row
      *with the before and after the caller set, then the units in
      *progress it moved on the master
       770-JOURNAL-SECTION-CHANGE.
           MOVE DP-DEPARTMENT-CODE TO JS-DEPT.
           MOVE DP-COURSE-NUMBER TO JS-CRSE.
           MOVE DP-SECTION-NUMBER TO JS-SEC.
           MOVE JOURNAL-SECTION TO AJ-FIELD-NAME.
           PERFORM 760-WRITE-JOURNAL.
           MOVE "UNITS IP" TO AJ-FIELD-NAME.
           MOVE WS-IP-BEFORE TO AJ-BEFORE-VALUE.
           MOVE NM-UNITS-IP TO AJ-AFTER-VALUE.
           PERFORM 760-WRITE-JOURNAL.
      *--------------------*

      *--------------------*
       850-WRITE-CRSEREG-NEW.
      *writes one surviving registration row to the corrected file
           MOVE WS-DROPS-APPLIED TO DRT-APPLIED.
           MOVE WS-DROPS-REJECTED TO DRT-REJECTED.
           MOVE WS-PROMOTIONS TO DRT-PROMOTED.
           MOVE WS-REFUNDS-TOTAL TO DRT-REFUNDED.
           MOVE DROP-TOTALS-OUT TO DROP-AREA.
           WRITE DROP-AREA AFTER ADVANCING 1 LINE.
      *--------------------*
           IF NM-OPEN-SW = "Y"
               CLOSE NEWMAST
           END-IF.
           IF FS-OPEN-SW = "Y"
               CLOSE FEESCHED
           END-IF.
           CLOSE DROPRPT.
           IF AJ-OPEN-SW = "Y"
               CLOSE AUDJRNL
           END-IF.
      *--------------------*

       END PROGRAM DROPREG.
