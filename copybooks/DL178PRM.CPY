      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL178PRM                                         *
      *    EMPLOYER-DIVISION PACKAGE SELECTION CARD.  ONE CARD PER    *
      *    LARGE GROUP (PACKAGE NUMBER - THE LEADING THREE BYTES OF   *
      *    THE GROUP CODE, THE DL074/DL120 JOIN) TO RECEIVE THE       *
      *    MONTHLY DIVISION PACKAGE.  THE REPORT MONTH IS THE LAST    *
      *    COMPLETE MONTH BEFORE THE BUSINESS DATE UNLESS THE FIRST   *
      *    CARD NAMES ONE.                                            *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL178-PRM-RECORD.
           05  DL178-P-PKG-NO            PIC 9(3).
           05  DL178-P-RPT-MONTH-X       PIC X(6).
           05  DL178-P-RPT-MONTH REDEFINES DL178-P-RPT-MONTH-X
                                         PIC 9(6).
           05  FILLER                    PIC X(71).
