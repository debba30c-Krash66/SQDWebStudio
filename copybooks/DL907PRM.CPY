      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL907PRM                                         *
      *    PARAMETER AREA FOR THE SHARED DL907 BUSINESS-RULE          *
      *    PARAMETER SERVICE.  THE CALLER SETS THE PROGRAM ID AND     *
      *    RULE NAME IT IS ASKING FOR AND ITS OWN COMPILED VALUE IN   *
      *    DL907-P-DEFAULT, THEN CALLS DL907 USING THIS AREA.         *
      *    DL907-P-VALUE COMES BACK WITH THE VALUE IN FORCE ON THE    *
      *    BUSINESS DATE - THE MASTER ROW WHEN THERE IS ONE (SOURCE   *
      *    M, WITH ITS EFFECTIVE DATE AND WHO CHANGED IT), OTHERWISE  *
      *    THE CALLER'S DEFAULT (SOURCE D).  DL907-P-HDG-LINE COMES   *
      *    BACK READY TO PRINT UNDER THE REPORT HEADING SO EVERY      *
      *    REPORT SHOWS THE VALUES ITS RUN USED.                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL907-PARMS.
           05  DL907-P-PROGRAM-ID        PIC X(8).
           05  DL907-P-RULE-NAME         PIC X(16).
           05  DL907-P-DEFAULT           PIC 9(11)V99.
           05  DL907-P-VALUE             PIC 9(11)V99.
           05  DL907-P-EFF-DT            PIC 9(8).
           05  DL907-P-CHANGED-BY        PIC X(9).
           05  DL907-P-SOURCE            PIC X(1).
               88  DL907-P-FROM-MASTER                 VALUE "M".
               88  DL907-P-FROM-DEFAULT                VALUE "D".
           05  DL907-P-HDG-LINE          PIC X(100).
