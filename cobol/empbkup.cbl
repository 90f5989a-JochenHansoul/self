003370*                       THE RUN FAST NAMING THE HOLDER - THERE
003380*                       IS NO OPERATOR AT A SCHEDULED RUN TO
003390*                       ANSWER AN OVERRIDE PROMPT.
003391*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
003392*                       THE LAST/FIRST NAME ALTERNATE KEY
003393*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
003394*                       EMPREC. TO ADD IT TO THE EXISTING MASTER,
003395*                       TAKE THE BACKUP WITH THE PREVIOUS EMPBKUP
003396*                       BEFORE THIS VERSION IS INSTALLED, THEN RUN
003397*                       ONLY THE RESTORE WITH THIS ONE - ITS OPEN
003398*                       OUTPUT BUILDS BOTH KEYS. NOTHING ELSE MAY
003399*                       OPEN EMPMAST IN BETWEEN.
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
003600     PROGRAM-ID.     EMPBKUP.
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS EM-ID
005350         ALTERNATE RECORD KEY IS EM-NAME-KEY
005360             WITH DUPLICATES
005400         FILE STATUS IS WS-EMPMAST-STATUS.
005500     SELECT BACKUP-PARM   ASSIGN TO "BKPPARM"
005600         ORGANIZATION IS LINE SEQUENTIAL
008000     COPY EMPREC REPLACING
008100         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
008200         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
008250         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
008300         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
008400         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
008500         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
