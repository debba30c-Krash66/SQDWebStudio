      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL160EXC                                         *
      *    HSA/HRA CUSTODIAN REJECTION EXCEPTION RECORD.  ONE RECORD  *
      *    PER DL159REJ REJECTION, STAMPED WITH THE DATE IT WAS       *
      *    LOADED, FOR MEMBER SERVICES TO CORRECT AND RESEND.         *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL160-EXC-RECORD.
           05  DL160-X-REC-TYPE          PIC X(1).
           05  DL160-X-HSA-NBR           PIC X(2).
           05  DL160-X-PATIENT-NBR       PIC X(17).
           05  DL160-X-INV-NBR           PIC 9(13).
           05  DL160-X-FILE-DT           PIC 9(8).
           05  DL160-X-REJECT-CD         PIC X(4).
           05  DL160-X-REJECT-DESC       PIC X(40).
           05  DL160-X-LOADED-DT         PIC 9(8).
