002366*                       CYCLE. SKIPPED RECORDS ARE COUNTED AND
002367*                       REPORTED; THE TRAILER COUNT AND HASH
002368*                       COVER ONLY WHAT WAS ACTUALLY WRITTEN.
002369*    10/15/2026 JH    EACH RUN NOW APPENDS A LINE TO AUDIT-LOG
002370*                       (START TIME, USER, EXTRACTED AND SKIPPED
002371*                       COUNTS, COMPLETE/FAILED) SO THE MORNING
002372*                       RUN-STATUS REPORT CAN SEE THE EXTRACT RAN.
002376*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
002380*                       THE LAST/FIRST NAME ALTERNATE KEY
002384*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
002388*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
002392*                       CHANGE TO THIS PROGRAM'S LOGIC.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600     PROGRAM-ID.     PAYEXT.
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS EM-ID
004550         ALTERNATE RECORD KEY IS EM-NAME-KEY
004560             WITH DUPLICATES
004600         FILE STATUS IS WS-EMPMAST-STATUS.
004700     SELECT PAYROLL-EXTRACT ASSIGN TO "PAYEXT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PAYEXT-STATUS.
004910     SELECT AUDIT-LOG       ASSIGN TO "AUDITLOG"
004920         ORGANIZATION IS LINE SEQUENTIAL
004930         FILE STATUS IS WS-AUDITLOG-STATUS.
005000
005100*----------------------------------------------------------------
005200*  DATA DIVISION
005800     COPY EMPREC REPLACING
005900         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
006000         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
006050         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
006100         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
006200         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
006300         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  PAYROLL-EXTRACT-RECORD   PIC X(41).
007310
007320 FD  AUDIT-LOG
007330     RECORDING MODE IS F
007340     LABEL RECORDS ARE STANDARD.
007350 01  AUDIT-LOG-RECORD         PIC X(80).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-SWITCHES.
008600 01  WS-FILE-STATUSES.
008700     05  WS-EMPMAST-STATUS    PIC X(02) VALUE SPACES.
008800     05  WS-PAYEXT-STATUS     PIC X(02) VALUE SPACES.
008810     05  WS-AUDITLOG-STATUS   PIC X(02) VALUE SPACES.
008900
009000 01  WS-COUNTERS COMP.
009100     05  WS-EXTRACT-COUNT     PIC 9(07) VALUE ZERO.
009120     05  WS-HASH-WORK         PIC 9(12) VALUE ZERO.
009130     05  WS-HASH-QUOTIENT     PIC 9(03) VALUE ZERO.
009200
009201 01  WS-RUN-DATE.
009203     05  WS-RUN-YY            PIC 9(02).
009205     05  WS-RUN-MM            PIC 9(02).
009207     05  WS-RUN-DD            PIC 9(02).
009209
009211 01  WS-RUN-TIME.
009213     05  WS-RUN-HH            PIC 9(02).
009215     05  WS-RUN-MIN           PIC 9(02).
009217     05  WS-RUN-SEC           PIC 9(02).
009219     05  WS-RUN-HUNDREDTHS    PIC 9(02).
009221
009223 01  WS-RUN-USER-ID           PIC X(08) VALUE SPACES.
009225
009227*----------------------------------------------------------------
009229*  WS-AUDIT-LINE - ONE LINE PER RUN APPENDED TO AUDIT-LOG: THE
009231*  START DATE/TIME AND USER, THE EXTRACTED AND SKIPPED COUNTS,
009233*  AND WHETHER THE EXTRACT RAN TO COMPLETION
009235*----------------------------------------------------------------
009237 01  WS-AUDIT-LINE.
009239     05  WA-RUN-DATE.
009241         10  WA-RUN-MM        PIC 9(02).
009243         10  FILLER           PIC X(01) VALUE "/".
009245         10  WA-RUN-DD        PIC 9(02).
009247         10  FILLER           PIC X(01) VALUE "/".
009249         10  WA-RUN-YY        PIC 9(02).
009251     05  FILLER               PIC X(01) VALUE SPACES.
009253     05  WA-RUN-TIME.
009255         10  WA-RUN-HH        PIC 9(02).
009257         10  FILLER           PIC X(01) VALUE ":".
009259         10  WA-RUN-MIN       PIC 9(02).
009261         10  FILLER           PIC X(01) VALUE ":".
009263         10  WA-RUN-SEC       PIC 9(02).
009265     05  FILLER               PIC X(01) VALUE SPACES.
009267     05  WA-USER-ID           PIC X(08).
009269     05  FILLER               PIC X(01) VALUE SPACES.
009271     05  FILLER               PIC X(08) VALUE "PAYEXT".
009273     05  FILLER               PIC X(12) VALUE " EXTRACTED: ".
009275     05  WA-EXTRACT-COUNT     PIC ZZZ,ZZ9.
009277     05  FILLER               PIC X(10) VALUE " SKIPPED: ".
009279     05  WA-SKIPPED-COUNT     PIC ZZZ,ZZ9.
009281     05  FILLER               PIC X(01) VALUE SPACES.
009283     05  WA-RESULT            PIC X(08).
009285
009300*----------------------------------------------------------------
009400*  WS-PAYROLL-DETAIL - ONE EMPLOYEE IN THE LAYOUT PAYROLL'S
009500*  INTAKE JOB EXPECTS: THE EMPLOYEE ID, THE STRUCTURED NAME
013500*  THE FIRST READ
013600*----------------------------------------------------------------
013700 1000-INITIALIZE.
013710     ACCEPT WS-RUN-DATE FROM DATE.
013720     ACCEPT WS-RUN-TIME FROM TIME.
013730     ACCEPT WS-RUN-USER-ID FROM ENVIRONMENT "USER".
013800     OPEN INPUT EMPLOYEE-MASTER.
013900     IF WS-EMPMAST-STATUS NOT = "00"
014000         DISPLAY "PAYEXT: ERROR OPENING EMPLOYEE-MASTER "
020900     IF WS-PAYEXT-OPEN
021000         CLOSE PAYROLL-EXTRACT
021100     END-IF.
021110     PERFORM 3100-WRITE-AUDIT-LOG
021120         THRU 3100-WRITE-AUDIT-LOG-EXIT.
021200 3000-TERMINATE-EXIT.
021300     EXIT.
021400
021500*----------------------------------------------------------------
021600*  3100-WRITE-AUDIT-LOG - APPEND ONE LINE FOR THIS RUN TO THE
021700*  SAME AUDIT-LOG THE REST OF THE NIGHTLY CYCLE WRITES. A RUN
021800*  THAT COULD NOT OPEN ITS FILES IS LOGGED AS FAILED.
021900*----------------------------------------------------------------
022000 3100-WRITE-AUDIT-LOG.
022100     OPEN EXTEND AUDIT-LOG.
022200     IF WS-AUDITLOG-STATUS NOT = "00"
022300         OPEN OUTPUT AUDIT-LOG
022400     END-IF.
022500     IF WS-AUDITLOG-STATUS NOT = "00"
022600         DISPLAY "PAYEXT: ERROR OPENING AUDIT-LOG "
022700             "STATUS = " WS-AUDITLOG-STATUS
022800         GO TO 3100-WRITE-AUDIT-LOG-EXIT
022900     END-IF.
023000     MOVE WS-RUN-MM        TO WA-RUN-MM.
023100     MOVE WS-RUN-DD        TO WA-RUN-DD.
023200     MOVE WS-RUN-YY        TO WA-RUN-YY.
023300     MOVE WS-RUN-HH        TO WA-RUN-HH.
023400     MOVE WS-RUN-MIN       TO WA-RUN-MIN.
023500     MOVE WS-RUN-SEC       TO WA-RUN-SEC.
023600     MOVE WS-RUN-USER-ID   TO WA-USER-ID.
023700     MOVE WS-EXTRACT-COUNT TO WA-EXTRACT-COUNT.
023800     MOVE WS-SKIPPED-COUNT TO WA-SKIPPED-COUNT.
023900     IF WS-INIT-FAILED
024000         MOVE "FAILED"     TO WA-RESULT
024100     ELSE
024200         MOVE "COMPLETE"   TO WA-RESULT
024300     END-IF.
024400     WRITE AUDIT-LOG-RECORD FROM WS-AUDIT-LINE.
024500     CLOSE AUDIT-LOG.
024600 3100-WRITE-AUDIT-LOG-EXIT.
024700     EXIT.
