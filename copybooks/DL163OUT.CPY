      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL163OUT                                         *
      *    PREVENTIVE-CARE OUTREACH RECORD FOR CARE MANAGEMENT.  ONE  *
      *    RECORD PER ACTIVE MEMBER OR COVERED DEPENDENT PER OPEN     *
      *    GAP, ADDRESSED TO THE SUBSCRIBER'S MAILING ADDRESS.  A     *
      *    DEPENDENT NUMBER OF ZERO IS THE SUBSCRIBER.  THE LAST      *
      *    SERVICE DATE IS THE MOST RECENT QUALIFYING SERVICE ON FILE *
      *    (ZERO WHEN THERE IS NONE).  MEMBERS FLAGGED ON DL097ADR    *
      *    ARE NOT WRITTEN.                                           *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL163-OUT-RECORD.
           05  DL163-O-EMP-ID            PIC X(13).
           05  DL163-O-DEP-NBR           PIC 9(4).
           05  DL163-O-REL               PIC X(2).
           05  DL163-O-FNAME             PIC X(10).
           05  DL163-O-LNAME             PIC X(20).
           05  DL163-O-SEX               PIC X(1).
           05  DL163-O-DOB               PIC 9(8).
           05  DL163-O-AGE               PIC 9(3).
           05  DL163-O-GROUP             PIC X(9).
           05  DL163-O-MEASURE-ID        PIC X(4).
           05  DL163-O-MEASURE-DESC      PIC X(30).
           05  DL163-O-LAST-SVC-DT       PIC 9(8).
           05  DL163-O-ADDR              PIC X(25).
           05  DL163-O-ADDR4             PIC X(25).
           05  DL163-O-CITY              PIC X(16).
           05  DL163-O-ST                PIC X(2).
           05  DL163-O-ZIP               PIC 9(8).
           05  DL163-O-RUN-DT            PIC 9(8).
