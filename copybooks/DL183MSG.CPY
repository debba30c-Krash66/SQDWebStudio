      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL183MSG                                         *
      *    OUTBOUND PAYMENT MESSAGE LINE.  EACH MESSAGE DL183 BUILDS  *
      *    IS WRITTEN AS CONSECUTIVELY NUMBERED TEXT LINES UNDER ITS  *
      *    REQUEST SEQUENCE, FORMAT "P008" FOR AN ISO 20022 PACS.008  *
      *    DOCUMENT (ONE ELEMENT PER LINE) OR "M103" FOR A SWIFT      *
      *    MT103 (ONE BLOCK OR FIELD LINE PER LINE), FOR THE GATEWAY  *
      *    LOADER TO ASSEMBLE AND TRANSMIT.                           *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL183-MSG-RECORD.
           05  DL183-M-REQ-SEQ           PIC 9(6).
           05  DL183-M-FORMAT            PIC X(4).
               88  DL183-M-PACS008                    VALUE "P008".
               88  DL183-M-MT103                      VALUE "M103".
           05  DL183-M-LINE-NO           PIC 9(3).
           05  DL183-M-TEXT              PIC X(107).
