      ******************************************************************
      * Copybook: ENRLEXT.CPY
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Record layout for the enrollment-status extract
      *          (ENRLEXT) ENRLVER writes for lenders, insurers and
      *          the clearinghouse. Three row types share the layout:
      *          one "H" header row carrying the term, the run date
      *          and the unit thresholds the statuses were assigned
      *          from; one "D" detail row per student; and one "T"
      *          trailer row carrying the record counts and the unit
      *          total. The extract is kept as enrlext.dat after it
      *          is sent, so the next run can flag each student whose
      *          status changed since - a student no longer active is
      *          sent once more with status "W" so the agency hears
      *          about the withdrawal.
      ******************************************************************
       01  ENRLEXT-RECORD.
           05 EX-REC-TYPE                  PIC X(01).
              88 EX-HEADER-ROW              VALUE "H".
              88 EX-DETAIL-ROW              VALUE "D".
              88 EX-TRAILER-ROW             VALUE "T".
           05 EX-ROW-DATA                  PIC X(79).
           05 EX-HEADER-DATA REDEFINES EX-ROW-DATA.
              10 EH-RUN-DATE               PIC 9(08).
              10 EH-TERM-YEAR              PIC 9(04).
              10 EH-TERM-MONTH             PIC 9(02).
              10 EH-FULL-TIME-UNITS        PIC 9(03).
              10 EH-HALF-TIME-UNITS        PIC 9(03).
              10 FILLER                    PIC X(59).
           05 EX-DETAIL-DATA REDEFINES EX-ROW-DATA.
              10 ED-STUDENT-ID             PIC 9(09).
              10 ED-STUDENT-NAME           PIC X(25).
              10 ED-DOB-YEAR               PIC 9(04).
              10 ED-DOB-MONTH              PIC 9(02).
              10 ED-DOB-DAY                PIC 9(02).
              10 ED-CLASS-STANDING         PIC 9(01).
              10 ED-UNITS-IP               PIC 9(03).
              10 ED-ENRL-STATUS            PIC X(01).
                 88 ED-FULL-TIME            VALUE "F".
                 88 ED-HALF-TIME            VALUE "H".
                 88 ED-LESS-THAN-HALF       VALUE "L".
                 88 ED-WITHDRAWN            VALUE "W".
              10 ED-CHANGE-FLAG            PIC X(01).
                 88 ED-NEW-TO-EXTRACT       VALUE "N".
                 88 ED-STATUS-CHANGED       VALUE "C".
                 88 ED-UNCHANGED            VALUE " ".
              10 ED-PREV-STATUS            PIC X(01).
              10 FILLER                    PIC X(30).
           05 EX-TRAILER-DATA REDEFINES EX-ROW-DATA.
              10 ET-RECORD-COUNT           PIC 9(07).
              10 ET-DETAIL-COUNT           PIC 9(07).
              10 ET-FULL-TIME-COUNT        PIC 9(07).
              10 ET-HALF-TIME-COUNT        PIC 9(07).
              10 ET-LESS-HALF-COUNT        PIC 9(07).
              10 ET-WITHDRAWN-COUNT        PIC 9(07).
              10 ET-CHANGED-COUNT          PIC 9(07).
              10 ET-TOTAL-UNITS            PIC 9(09).
              10 FILLER                    PIC X(21).
