002500*  MODIFICATION HISTORY
002600*    DATE       INIT  DESCRIPTION
002700*    09/03/2026 JH    ORIGINAL PROGRAM.
002710*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
002720*                       THE LAST/FIRST NAME ALTERNATE KEY
002730*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
002740*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
002750*                       CHANGE TO THIS PROGRAM'S LOGIC.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000     PROGRAM-ID.     DEPTMAINT.
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS EM-ID
005650         ALTERNATE RECORD KEY IS EM-NAME-KEY
005660             WITH DUPLICATES
005700         FILE STATUS IS WS-EMPMAST-STATUS.

005800*----------------------------------------------------------------
008100     COPY EMPREC REPLACING
008200         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
008300         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
008350         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
008400         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
008500         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
008600         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
