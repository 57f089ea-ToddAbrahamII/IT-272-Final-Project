      *   8/23/2026 TA - added CAT-MAX-ENROLLMENT so the merge can
      *          enforce section seat limits - zero means no limit,
      *          so a catalog built before this field keeps working.
      *   10/15/2026 TA - added CAT-START-TIME, CAT-END-TIME (HHMM,
      *          24-hour) and CAT-ROOM for the class schedule - a
      *          catalog built before these fields reads them blank,
      *          and the section prints with its time TBA.
      ******************************************************************
       01  CRSECAT-RECORD.
           05 CAT-DEPARTMENT-CODE          PIC X(04).
           05 CAT-COURSE-DAYS              PIC 9(01).
           05 CAT-TEACHER-NUMBER           PIC 9(03).
           05 CAT-MAX-ENROLLMENT           PIC 9(03).
           05 CAT-START-TIME               PIC 9(04).
           05 CAT-END-TIME                 PIC 9(04).
           05 CAT-ROOM                     PIC X(06).
