003000*  MODIFICATION HISTORY
003100*    DATE       INIT  DESCRIPTION
003200*    09/03/2026 JH    ORIGINAL PROGRAM.
003210*    10/15/2026 JH    THE NEW MASTER IS WRITTEN WITH THE
003220*                       LAST/FIRST NAME ALTERNATE KEY
003230*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
003240*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY. THE
003250*                       OLD 38-BYTE FILE HAS NO SUCH KEY AND IS
003260*                       UNCHANGED.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500     PROGRAM-ID.     EMPCONV.
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS EM-ID
005750         ALTERNATE RECORD KEY IS EM-NAME-KEY
005760             WITH DUPLICATES
005800         FILE STATUS IS WS-NEWMAST-STATUS.
005900     SELECT RUN-LOCK      ASSIGN TO "RUNLOCK"
006000         ORGANIZATION IS LINE SEQUENTIAL
009000     COPY EMPREC REPLACING
009100         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-NEW-RECORD==
009200         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
009250         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
009300         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
009400         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
009500         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
