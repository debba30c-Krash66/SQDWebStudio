      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL159REJ                                         *
      *    HSA/HRA CUSTODIAN REJECTION RECORD, RETURNED BY THE        *
      *    CUSTODIAN FOR A DL159CUS RECORD IT COULD NOT POST.  ONE    *
      *    RECORD PER REJECTED RECORD, ECHOING ITS TYPE, INVOICE AND  *
      *    PATIENT, WITH THE CUSTODIAN'S REASON CODE AND TEXT AND THE *
      *    DATE OF THE FILE THAT CARRIED IT.                          *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL159-REJ-RECORD.
           05  DL159-R-REC-TYPE          PIC X(1).
           05  DL159-R-HSA-NBR           PIC X(2).
           05  DL159-R-PATIENT-NBR       PIC X(17).
           05  DL159-R-INV-NBR           PIC 9(13).
           05  DL159-R-FILE-DT           PIC 9(8).
           05  DL159-R-REJECT-CD         PIC X(4).
           05  DL159-R-REJECT-DESC       PIC X(40).
