      ******************************************************************
      * Copybook: FEESCHED.CPY
      * Author: Todd Abraham
      * Date: 10/15/2026
      * Purpose: Record layout for the fee schedule file
      *          (feesched.dat), maintained by the bursar. Three row
      *          types share the layout: one "R" rate row carrying the
      *          home state and the resident and non-resident tuition
      *          rates per unit; one "F" row per flat fee, with the
      *          amount and whether it applies to every student,
      *          residents only or non-residents only; and one "D"
      *          row per refund deadline, in date order, carrying the
      *          last date (YYYYMMDD) a drop earns that percentage of
      *          its tuition back. A drop after the last deadline earns
      *          nothing. BILLING assesses from the R and F rows and
      *          DROPREG credits refunds from the D rows.
      ******************************************************************
       01  FEESCHED-RECORD.
           05 FS-REC-TYPE                  PIC X(01).
              88 FS-RATE-ROW                VALUE "R".
              88 FS-FLAT-FEE-ROW            VALUE "F".
              88 FS-REFUND-ROW              VALUE "D".
           05 FS-ROW-DATA                  PIC X(40).
           05 FS-RATE-DATA REDEFINES FS-ROW-DATA.
              10 FS-HOME-STATE             PIC X(02).
              10 FS-RES-UNIT-RATE          PIC 9(04)V99.
              10 FS-NONRES-UNIT-RATE       PIC 9(04)V99.
              10 FILLER                    PIC X(26).
           05 FS-FEE-DATA REDEFINES FS-ROW-DATA.
              10 FS-FEE-DESC               PIC X(20).
              10 FS-FEE-AMOUNT             PIC 9(05)V99.
              10 FS-FEE-APPLIES            PIC X(01).
                 88 FS-FEE-ALL              VALUE "A".
                 88 FS-FEE-RESIDENT         VALUE "R".
                 88 FS-FEE-NONRESIDENT      VALUE "N".
              10 FILLER                    PIC X(12).
           05 FS-REFUND-DATA REDEFINES FS-ROW-DATA.
              10 FS-REFUND-THRU-DATE       PIC 9(08).
              10 FS-REFUND-PERCENT         PIC 9(03).
              10 FILLER                    PIC X(29).
