003300*  MODIFICATION HISTORY
003400*    DATE       INIT  DESCRIPTION
003500*    09/03/2026 JH    ORIGINAL PROGRAM.
003510*    10/15/2026 JH    EACH RUN NOW APPENDS A LINE TO AUDIT-LOG
003520*                       (START TIME, USER, SENT/ACCEPTED/REJECTED
003530*                       COUNTS, BALANCED/UNBALANCED/FAILED) SO THE
003540*                       MORNING RUN-STATUS REPORT CAN SEE THE
003550*                       RECON RAN AND WHETHER IT BALANCED.
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800     PROGRAM-ID.     PAYRECON.
006100     SELECT RECON-RPT     ASSIGN TO "RECONRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RECONRPT-STATUS.
006310     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
006320         ORGANIZATION IS LINE SEQUENTIAL
006330         FILE STATUS IS WS-AUDITLOG-STATUS.

006400*----------------------------------------------------------------
006500*  DATA DIVISION
008300     LABEL RECORDS ARE STANDARD.
008400 01  RECON-RPT-RECORD         PIC X(80).

008410 FD  AUDIT-LOG
008420     RECORDING MODE IS F
008430     LABEL RECORDS ARE STANDARD.
008440 01  AUDIT-LOG-RECORD         PIC X(80).

008500 WORKING-STORAGE SECTION.
008600*----------------------------------------------------------------
008700*  WS-EXTRACT-DETAIL - ONE PAYROLL-EXTRACT RECORD IN THE LAYOUT
015700     05  WS-PAYACK-STATUS     PIC X(02) VALUE SPACES.
015800     05  WS-PAYREJ-STATUS     PIC X(02) VALUE SPACES.
015900     05  WS-RECONRPT-STATUS   PIC X(02) VALUE SPACES.
015910     05  WS-AUDITLOG-STATUS   PIC X(02) VALUE SPACES.

016000 01  WS-COUNTERS COMP.
016100     05  WS-EXT-DETAIL-COUNT  PIC 9(07) VALUE ZERO.
018800     05  WS-RUN-MM            PIC 9(02).
018900     05  WS-RUN-DD            PIC 9(02).

018910 01  WS-RUN-TIME.
018920     05  WS-RUN-HH            PIC 9(02).
018930     05  WS-RUN-MIN           PIC 9(02).
018940     05  WS-RUN-SEC           PIC 9(02).
018950     05  WS-RUN-HUNDREDTHS    PIC 9(02).

018960 01  WS-RUN-USER-ID           PIC X(08) VALUE SPACES.

018961*----------------------------------------------------------------
018962*  WS-AUDIT-LINE - ONE LINE PER RUN APPENDED TO AUDIT-LOG: THE
018963*  START DATE/TIME AND USER, THE EXTRACT DETAILS SENT, PAYROLL'S
018964*  ACCEPTED AND REJECTED COUNTS, AND WHETHER THE CONTROLS
018965*  BALANCED
018966*----------------------------------------------------------------
018967 01  WS-AUDIT-LINE.
018968     05  WA-RUN-DATE.
018969         10  WA-RUN-MM        PIC 9(02).
018970         10  FILLER           PIC X(01) VALUE "/".
018971         10  WA-RUN-DD        PIC 9(02).
018972         10  FILLER           PIC X(01) VALUE "/".
018973         10  WA-RUN-YY        PIC 9(02).
018974     05  FILLER               PIC X(01) VALUE SPACES.
018975     05  WA-RUN-TIME.
018976         10  WA-RUN-HH        PIC 9(02).
018977         10  FILLER           PIC X(01) VALUE ":".
018978         10  WA-RUN-MIN       PIC 9(02).
018979         10  FILLER           PIC X(01) VALUE ":".
018980         10  WA-RUN-SEC       PIC 9(02).
018981     05  FILLER               PIC X(01) VALUE SPACES.
018982     05  WA-USER-ID           PIC X(08).
018983     05  FILLER               PIC X(01) VALUE SPACES.
018984     05  FILLER               PIC X(08) VALUE "PAYRECON".
018985     05  FILLER               PIC X(06) VALUE " SENT:".
018986     05  WA-SENT-COUNT        PIC ZZZZZ9.
018987     05  FILLER               PIC X(05) VALUE " ACC:".
018988     05  WA-ACCEPTED-COUNT    PIC ZZZZZ9.
018989     05  FILLER               PIC X(05) VALUE " REJ:".
018990     05  WA-REJECTED-COUNT    PIC ZZZZZ9.
018991     05  FILLER               PIC X(01) VALUE SPACES.
018992     05  WA-RESULT            PIC X(10).

019000 01  WS-PAGE-HEADER-1.
019100     05  FILLER               PIC X(18) VALUE SPACES.
019200     05  FILLER               PIC X(21)
024900*----------------------------------------------------------------
025000 1000-INITIALIZE.
025100     ACCEPT WS-RUN-DATE FROM DATE.
025110     ACCEPT WS-RUN-TIME FROM TIME.
025120     ACCEPT WS-RUN-USER-ID FROM ENVIRONMENT "USER".
025200     OPEN INPUT PAYROLL-EXTRACT.
025300     IF WS-PAYEXT-STATUS NOT = "00"
025400         DISPLAY "PAYRECON: ERROR OPENING PAYROLL-EXTRACT "
063600     IF WS-RECONRPT-OPEN
063700         CLOSE RECON-RPT
063800     END-IF.
063810     PERFORM 3100-WRITE-AUDIT-LOG
063820         THRU 3100-WRITE-AUDIT-LOG-EXIT.
063900 3000-TERMINATE-EXIT.
064000     EXIT.

064100*----------------------------------------------------------------
064200*  3100-WRITE-AUDIT-LOG - APPEND ONE LINE FOR THIS RUN TO THE
064300*  SAME AUDIT-LOG THE REST OF THE NIGHTLY CYCLE WRITES. A RUN
064400*  THAT COULD NOT OPEN ITS FILES IS LOGGED AS FAILED, ONE WITH
064500*  ANY CONTROL DISCREPANCY AS UNBALANCED.
064600*----------------------------------------------------------------
064700 3100-WRITE-AUDIT-LOG.
064800     OPEN EXTEND AUDIT-LOG.
064900     IF WS-AUDITLOG-STATUS NOT = "00"
065000         OPEN OUTPUT AUDIT-LOG
065100     END-IF.
065200     IF WS-AUDITLOG-STATUS NOT = "00"
065300         DISPLAY "PAYRECON: ERROR OPENING AUDIT-LOG "
065400             "STATUS = " WS-AUDITLOG-STATUS
065500         GO TO 3100-WRITE-AUDIT-LOG-EXIT
065600     END-IF.
065700     MOVE WS-RUN-MM           TO WA-RUN-MM.
065800     MOVE WS-RUN-DD           TO WA-RUN-DD.
065900     MOVE WS-RUN-YY           TO WA-RUN-YY.
066000     MOVE WS-RUN-HH           TO WA-RUN-HH.
066100     MOVE WS-RUN-MIN          TO WA-RUN-MIN.
066200     MOVE WS-RUN-SEC          TO WA-RUN-SEC.
066300     MOVE WS-RUN-USER-ID      TO WA-USER-ID.
066400     MOVE WS-EXT-DETAIL-COUNT TO WA-SENT-COUNT.
066500     MOVE WS-ACCEPTED-COUNT   TO WA-ACCEPTED-COUNT.
066600     MOVE WS-REJECTED-COUNT   TO WA-REJECTED-COUNT.
066700     IF WS-INIT-FAILED
066800         MOVE "FAILED"        TO WA-RESULT
066900     ELSE
067000         IF WS-OOB-COUNT > ZERO
067100             MOVE "UNBALANCED" TO WA-RESULT
067200         ELSE
067300             MOVE "BALANCED"  TO WA-RESULT
067400         END-IF
067500     END-IF.
067600     WRITE AUDIT-LOG-RECORD FROM WS-AUDIT-LINE.
067700     CLOSE AUDIT-LOG.
067800 3100-WRITE-AUDIT-LOG-EXIT.
067900     EXIT.
