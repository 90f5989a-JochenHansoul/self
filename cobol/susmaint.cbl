002635*                       AND START TIME; A STALE LOCK FROM AN
002636*                       ABEND CAN BE OVERRIDDEN, AND EVERY
002637*                       OVERRIDE IS WRITTEN TO AUDIT-LOG.
002638*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
002639*                       THE LAST/FIRST NAME ALTERNATE KEY
002640*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
002641*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
002642*                       CHANGE TO THIS PROGRAM'S LOGIC.
002643*****************************************************************
002700 IDENTIFICATION DIVISION.
002800     PROGRAM-ID.     SUSMAINT.
002900     AUTHOR.         J. HANSOUL.
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS EM-ID
005050         ALTERNATE RECORD KEY IS EM-NAME-KEY
005060             WITH DUPLICATES
005100         FILE STATUS IS WS-MAST-STATUS.
005200     SELECT SUSPENSE-CLEAR-LOG ASSIGN TO "SUSCLRLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL
006800     COPY EMPREC REPLACING
006900         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
007000         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
007050         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
007100         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
007200         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
007300         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
