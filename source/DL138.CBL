002200*                   EACH NET AMOUNT BACK TO ITS COMPONENT COUNT
002300*                   AND GROSS TOTAL, SO ONE PLACE FINALLY
002400*                   ANSWERS WHAT MADE UP AN ACCOUNT'S DEBIT.
002401*  2026-10-15  RH   EACH NET SETTLEMENT NOW CARRIES THE RUN'S
002402*                   BUSINESS DATE AS ITS VALUE DATE, SO THE
002403*                   DL186 NOSTRO RECONCILIATION CAN MATCH IT TO
002404*                   THE CORRESPONDENT'S STATEMENT.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
033300     MOVE DLD8-E-NET(DLD8-SUB)     TO DL138-N-NET-AMT
033400     MOVE DLD8-CONV-AMT            TO DL138-N-CONV-AMT
033500     MOVE DLD8-RATE-FOUND-SW       TO DL138-N-RATE-FOUND
033501     MOVE DLD8-RUN-DATE            TO DL138-N-VALUE-DT
033600     WRITE DL138-NET-RECORD
033700     ADD 1 TO DLD8-NETS-WRITTEN
033800     MOVE DLD8-E-DR-ACCT(DLD8-SUB) TO DLD8-D-ACCT
