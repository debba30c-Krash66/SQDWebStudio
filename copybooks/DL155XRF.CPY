      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL155XRF                                         *
      *    CHECK REISSUE CROSS-REFERENCE, CARRIED FORWARD BY DL155.   *
      *    ONE RECORD PER VOID, STOP OR REISSUE IN THE ORDER THEY     *
      *    WERE APPLIED.  OLD-CHK IS THE CHECK TAKEN OUT OF           *
      *    CIRCULATION; NEW-CHK IS ITS REPLACEMENT, SPACES WHEN IT    *
      *    WAS NOT REISSUED.  ROOT-CHK IS THE CHECK NUMBER THE CLAIMS *
      *    STILL CARRY ON BHS2MCH, SO A CHAIN IS FOLLOWED FROM THE    *
      *    CLAIM'S CLH-ACT-CHK-NBR OLD TO NEW UNTIL NO RECORD HAS     *
      *    THE CURRENT NUMBER AS ITS OLD-CHK.  READ INTO A TABLE BY   *
      *    DL058 AND DL128.  AMOUNT IS IN CENTS.                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL155-XRF-RECORD.
           05  DL155-X-OLD-CHK           PIC X(10).
           05  DL155-X-NEW-CHK           PIC X(10).
           05  DL155-X-ROOT-CHK          PIC X(10).
           05  DL155-X-ACTION            PIC X(1).
               88  DL155-X-VOID                       VALUE "V".
               88  DL155-X-STOP                       VALUE "S".
               88  DL155-X-REISSUE                    VALUE "R".
           05  DL155-X-ACTION-DT         PIC 9(8).
           05  DL155-X-AMOUNT            PIC 9(13).
           05  DL155-X-PAYEE             PIC X(10).
           05  DL155-X-OPERATOR          PIC X(8).
           05  DL155-X-REASON-CD         PIC X(2).
           05  FILLER                    PIC X(8).
