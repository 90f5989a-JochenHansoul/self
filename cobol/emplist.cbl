002272*                       PARAMETER FILE LISTS EVERYTHING; A
002273*                       MISSING DEPT-MASTER LEAVES THE NAME
002274*                       BLANK.
002275*    10/15/2026 JH    EACH RUN NOW APPENDS A LINE TO AUDIT-LOG
002276*                       (START TIME, USER, LISTED AND INACTIVE
002277*                       COUNTS, COMPLETE/FAILED) LIKE THE REST OF
002278*                       THE NIGHTLY CYCLE.
002281*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
002284*                       THE LAST/FIRST NAME ALTERNATE KEY
002287*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
002290*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
002293*                       CHANGE TO THIS PROGRAM'S LOGIC.
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500     PROGRAM-ID.     EMPLIST.
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS EM-ID
004450         ALTERNATE RECORD KEY IS EM-NAME-KEY
004460             WITH DUPLICATES
004500         FILE STATUS IS WS-EMPMAST-STATUS.
004600     SELECT MASTER-RPT    ASSIGN TO "MASTRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004840     SELECT DEPT-MASTER   ASSIGN TO "DEPTMAST"
004850         ORGANIZATION IS LINE SEQUENTIAL
004860         FILE STATUS IS WS-DEPTMAST-STATUS.
004870     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
004880         ORGANIZATION IS LINE SEQUENTIAL
004890         FILE STATUS IS WS-AUDITLOG-STATUS.
004900
005000*----------------------------------------------------------------
005100*  DATA DIVISION
005700     COPY EMPREC REPLACING
005800         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
005900         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
005950         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
006000         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
006100         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
006200         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
007292     RECORDING MODE IS F
007293     LABEL RECORDS ARE STANDARD.
007294 01  DEPT-MASTER-RECORD       PIC X(29).

007295 FD  AUDIT-LOG
007296     RECORDING MODE IS F
007297     LABEL RECORDS ARE STANDARD.
007298 01  AUDIT-LOG-RECORD         PIC X(80).
007300
007400 WORKING-STORAGE SECTION.
007410     COPY DEPTREC.
008900     05  WS-MASTRPT-STATUS    PIC X(02) VALUE SPACES.
008910     05  WS-LSTPARM-STATUS    PIC X(02) VALUE SPACES.
008920     05  WS-DEPTMAST-STATUS   PIC X(02) VALUE SPACES.
008930     05  WS-AUDITLOG-STATUS   PIC X(02) VALUE SPACES.
009000
009100 01  WS-COUNTERS COMP.
009200     05  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
010200     05  WS-RUN-MM            PIC 9(02).
010300     05  WS-RUN-DD            PIC 9(02).
010400
010401 01  WS-RUN-TIME.
010403     05  WS-RUN-HH            PIC 9(02).
010405     05  WS-RUN-MIN           PIC 9(02).
010407     05  WS-RUN-SEC           PIC 9(02).
010409     05  WS-RUN-HUNDREDTHS    PIC 9(02).
010411
010413 01  WS-RUN-USER-ID           PIC X(08) VALUE SPACES.
010415
010417*----------------------------------------------------------------
010419*  WS-AUDIT-LINE - ONE LINE PER RUN APPENDED TO AUDIT-LOG: THE
010421*  START DATE/TIME AND USER, THE LISTED AND INACTIVE COUNTS, AND
010423*  WHETHER THE LISTING RAN TO COMPLETION
010425*----------------------------------------------------------------
010427 01  WS-AUDIT-LINE.
010429     05  WA-RUN-DATE.
010431         10  WA-RUN-MM        PIC 9(02).
010433         10  FILLER           PIC X(01) VALUE "/".
010435         10  WA-RUN-DD        PIC 9(02).
010437         10  FILLER           PIC X(01) VALUE "/".
010439         10  WA-RUN-YY        PIC 9(02).
010441     05  FILLER               PIC X(01) VALUE SPACES.
010443     05  WA-RUN-TIME.
010445         10  WA-RUN-HH        PIC 9(02).
010447         10  FILLER           PIC X(01) VALUE ":".
010449         10  WA-RUN-MIN       PIC 9(02).
010451         10  FILLER           PIC X(01) VALUE ":".
010453         10  WA-RUN-SEC       PIC 9(02).
010455     05  FILLER               PIC X(01) VALUE SPACES.
010457     05  WA-USER-ID           PIC X(08).
010459     05  FILLER               PIC X(01) VALUE SPACES.
010461     05  FILLER               PIC X(08) VALUE "EMPLIST".
010463     05  FILLER               PIC X(09) VALUE " LISTED: ".
010465     05  WA-LISTED-COUNT      PIC ZZZ,ZZ9.
010467     05  FILLER               PIC X(11) VALUE " INACTIVE: ".
010469     05  WA-INACTIVE-COUNT    PIC ZZZ,ZZ9.
010471     05  FILLER               PIC X(01) VALUE SPACES.
010473     05  WA-RESULT            PIC X(08).
010475
010500 01  WS-PAGE-HEADER-1.
010600     05  FILLER               PIC X(20) VALUE SPACES.
010700     05  FILLER               PIC X(17)
016800*----------------------------------------------------------------
016900 1000-INITIALIZE.
017000     ACCEPT WS-RUN-DATE FROM DATE.
017001     ACCEPT WS-RUN-TIME FROM TIME.
017002     ACCEPT WS-RUN-USER-ID FROM ENVIRONMENT "USER".
017010     PERFORM 1100-READ-LIST-PARM
017020         THRU 1100-READ-LIST-PARM-EXIT.
017030     PERFORM 1200-LOAD-DEPT-NAMES
031200     IF WS-MASTRPT-OPEN
031300         CLOSE MASTER-RPT
031400     END-IF.
031410     PERFORM 3100-WRITE-AUDIT-LOG
031420         THRU 3100-WRITE-AUDIT-LOG-EXIT.
031500 3000-TERMINATE-EXIT.
031600     EXIT.
031700
031800*----------------------------------------------------------------
031900*  3100-WRITE-AUDIT-LOG - APPEND ONE LINE FOR THIS RUN TO THE
032000*  SAME AUDIT-LOG THE REST OF THE NIGHTLY CYCLE WRITES. A RUN
032100*  THAT COULD NOT OPEN ITS FILES IS LOGGED AS FAILED.
032200*----------------------------------------------------------------
032300 3100-WRITE-AUDIT-LOG.
032400     OPEN EXTEND AUDIT-LOG.
032500     IF WS-AUDITLOG-STATUS NOT = "00"
032600         OPEN OUTPUT AUDIT-LOG
032700     END-IF.
032800     IF WS-AUDITLOG-STATUS NOT = "00"
032900         DISPLAY "EMPLIST: ERROR OPENING AUDIT-LOG "
033000             "STATUS = " WS-AUDITLOG-STATUS
033100         GO TO 3100-WRITE-AUDIT-LOG-EXIT
033200     END-IF.
033300     MOVE WS-RUN-MM         TO WA-RUN-MM.
033400     MOVE WS-RUN-DD         TO WA-RUN-DD.
033500     MOVE WS-RUN-YY         TO WA-RUN-YY.
033600     MOVE WS-RUN-HH         TO WA-RUN-HH.
033700     MOVE WS-RUN-MIN        TO WA-RUN-MIN.
033800     MOVE WS-RUN-SEC        TO WA-RUN-SEC.
033900     MOVE WS-RUN-USER-ID    TO WA-USER-ID.
034000     MOVE WS-READ-COUNT     TO WA-LISTED-COUNT.
034100     MOVE WS-INACTIVE-COUNT TO WA-INACTIVE-COUNT.
034200     IF WS-INIT-FAILED
034300         MOVE "FAILED"      TO WA-RESULT
034400     ELSE
034500         MOVE "COMPLETE"    TO WA-RESULT
034600     END-IF.
034700     WRITE AUDIT-LOG-RECORD FROM WS-AUDIT-LINE.
034800     CLOSE AUDIT-LOG.
034900 3100-WRITE-AUDIT-LOG-EXIT.
035000     EXIT.
