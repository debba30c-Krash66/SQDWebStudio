      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL156RAJ                                         *
      *    RE-ADJUDICATION TRANSACTION RECORD.  ONE RECORD PER CLAIM  *
      *    DENIED FOR NO COVERAGE WHOSE SERVICE DATES A RETROACTIVE   *
      *    ENROLLMENT CHANGE NOW COVERS, WRITTEN BY DL156 FOR THE     *
      *    CLAIMS SYSTEM TO REOPEN WITHOUT A PROVIDER REBILL.  THE    *
      *    COVERAGE WINDOW THAT NOW SPANS THE SERVICE IS CARRIED SO   *
      *    THE ADJUSTER CAN SEE WHY THE CLAIM CAME BACK.              *
      *    ACTION "R" = REOPEN AND RE-ADJUDICATE.                     *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL156-RAJ-RECORD.
           05  DL156-J-ACTION            PIC X(1).
               88  DL156-J-REOPEN                      VALUE "R".
           05  DL156-J-EMP-ID            PIC X(13).
           05  DL156-J-DEP-NBR           PIC 9(4).
           05  DL156-J-INV-NBR           PIC 9(13).
           05  DL156-J-RMK-CD            PIC X(4).
           05  DL156-J-SVC-FROM-DT       PIC 9(8).
           05  DL156-J-SVC-TO-DT         PIC 9(8).
           05  DL156-J-COV-EFF-DT        PIC 9(8).
           05  DL156-J-COV-CANC-DT       PIC 9(8).
           05  DL156-J-CHG-AMT           PIC S9(8).
           05  DL156-J-CONT-PRV          PIC X(10).
           05  DL156-J-CHANGE-DT         PIC 9(8).
