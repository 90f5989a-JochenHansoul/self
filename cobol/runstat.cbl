000100*****************************************************************
000200*  PROGRAM     :  RUNSTAT
000300*  AUTHOR      :  J. HANSOUL
000400*  INSTALLATION:  DATA PROCESSING
000500*  DATE-WRITTEN:  10/15/2026
000600*  DATE-COMPILED:
000700*----------------------------------------------------------------
000800*  PURPOSE     :  MORNING RUN-STATUS REPORT FOR THE NIGHTLY
000900*                 CYCLE. READS AUDIT-LOG FOR ONE BUSINESS DAY AND
001000*                 PRINTS ONE PAGE SHOWING EACH EXPECTED STEP -
001100*                 EMPBKUP (BACKUP), NAME_AND_ID, PAYEXT AND
001200*                 PAYRECON - WITH THE START TIME, USER AND COUNTS
001300*                 OF EVERY RUN LOGGED, SO OPERATIONS CAN CHECK THE
001400*                 CYCLE WITHOUT READING THE LOG ITSELF.
001500*
001600*                 THE BUSINESS DAY COMES FROM THE RSTPARM
001700*                 PARAMETER RECORD (YYMMDD). WITHOUT ONE IT IS THE
001800*                 PREVIOUS BUSINESS DAY: YESTERDAY, OR FRIDAY WHEN
001900*                 THE REPORT RUNS ON A SATURDAY, SUNDAY OR MONDAY.
002000*
002100*                 PAYRECON WAITS FOR PAYROLL'S ACK, SO IT IS
002200*                 TAKEN FROM THE BUSINESS DAY AFTER THAT DAY'S
002300*                 PAYEXT, OR FROM THE FOLLOWING DAYS UP TO THE
002400*                 NEXT CYCLE'S BACKUP. A PAYRECON LOGGED BEFORE
002500*                 THE DAY'S PAYEXT RECONCILED THE PREVIOUS EXTRACT
002600*                 AND IS LISTED WITH THE OTHER ACTIVITY.
002700*
002800*                 EXCEPTIONS FLAGGED:
002900*                   - A STEP WITH NO RUN LOGGED,
003000*                   - A STEP OUT OF ORDER (NAME_AND_ID WITH NO
003100*                     EMPBKUP BACKUP BEFORE IT, PAYEXT WITH NO
003200*                     NAME_AND_ID BEFORE IT),
003300*                   - A STEP LOGGED MORE THAN ONCE,
003400*                   - A CONTROL-TOTAL DISCREPANCY (EMPBKUP OUT OF
003500*                     BALANCE, NAME_AND_ID BATCH CONTROL ERROR,
003600*                     PAYRECON UNBALANCED) OR A FAILED RUN,
003700*                   - EVERY RUNLOCK OVERRIDE.
003800*                 OTHER RUNS ON THE LOG FOR THE DAY (EMPLIST,
003900*                 PENDAPLY, EMPPURGE, RESTORES, CONVERSIONS) ARE
004000*                 LISTED FOR INFORMATION.
004100*----------------------------------------------------------------
004200*  MODIFICATION HISTORY
004300*    DATE       INIT  DESCRIPTION
004400*    10/15/2026 JH    ORIGINAL PROGRAM.
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
004700     PROGRAM-ID.     RUNSTAT.
004800     AUTHOR.         J. HANSOUL.
004900     INSTALLATION.   DATA PROCESSING.
005000     DATE-WRITTEN.   10/15/2026.
005100     DATE-COMPILED.

005200*----------------------------------------------------------------
005300*  ENVIRONMENT DIVISION
005400*----------------------------------------------------------------
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700     SOURCE-COMPUTER.   IBM-370.
005800     OBJECT-COMPUTER.   IBM-370.

005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT STATUS-PARM   ASSIGN TO "RSTPARM"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RSTPARM-STATUS.
006400     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-AUDIT-STATUS.
006700     SELECT STATUS-RPT    ASSIGN TO "RUNSRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RUNSRPT-STATUS.

007000*----------------------------------------------------------------
007100*  DATA DIVISION
007200*----------------------------------------------------------------
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  STATUS-PARM
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  STATUS-PARM-RECORD.
007900     05  RP-CYCLE-DATE        PIC X(06).

008000 FD  AUDIT-LOG
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  AUDIT-LOG-RECORD         PIC X(80).

008400 FD  STATUS-RPT
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  STATUS-RPT-RECORD        PIC X(132).

008800 WORKING-STORAGE SECTION.

008900*----------------------------------------------------------------
009000*  WS-LOG-LINE - ONE AUDIT-LOG LINE. EVERY PROGRAM WRITES
009100*  MM/DD/YY HH:MM:SS AND THE USER ID IN COLUMNS 1-26; WHAT THE
009200*  RUN LOGGED STARTS IN COLUMN 28 WITH A WORD THAT NAMES IT:
009300*    BACKUP / RESTORE   EMPBKUP
009400*    READ:              NAME_AND_ID RUN TOTALS
009500*    CONTROL:           NAME_AND_ID BATCH CONTROL ERROR
009600*    PAYEXT / PAYRECON / EMPLIST / PENDAPLY / EMPPURGE
009700*    CONVERT            EMPCONV
009800*    OVERRODE           RUNLOCK OVERRIDE (EMPMAINT, SUSMAINT)
009900*  THE REDEFINES PICK OUT THE RESULT WORD EACH JOB ENDS WITH.
010000*----------------------------------------------------------------
010100 01  WS-LOG-LINE.
010200     05  WL-DATE.
010300         10  WL-MM            PIC X(02).
010400         10  FILLER           PIC X(01).
010500         10  WL-DD            PIC X(02).
010600         10  FILLER           PIC X(01).
010700         10  WL-YY            PIC X(02).
010800     05  FILLER               PIC X(01).
010900     05  WL-TIME              PIC X(08).
011000     05  FILLER               PIC X(01).
011100     05  WL-USER-ID           PIC X(08).
011200     05  FILLER               PIC X(01).
011300     05  WL-TEXT.
011400         10  WL-TAG.
011500             15  WL-TAG-6     PIC X(06).
011600             15  FILLER       PIC X(02).
011700         10  FILLER           PIC X(45).
011800     05  WL-BKUP-VIEW REDEFINES WL-TEXT.
011900         10  WL-B-FUNCTION    PIC X(07).
012000         10  FILLER           PIC X(22).
012100         10  WL-B-RESULT      PIC X(14).
012200         10  FILLER           PIC X(10).
012300     05  WL-PAYEXT-VIEW REDEFINES WL-TEXT.
012400         10  FILLER           PIC X(45).
012500         10  WL-E-RESULT      PIC X(08).
012600     05  WL-PAYRECON-VIEW REDEFINES WL-TEXT.
012700         10  FILLER           PIC X(43).
012800         10  WL-R-RESULT      PIC X(10).

012900 01  WS-SWITCHES.
013000     05  WS-INIT-FAILED-SWITCH PIC X(01) VALUE 'N'.
013100         88  WS-INIT-FAILED              VALUE 'Y'.
013200     05  WS-AUDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
013300         88  WS-AUDIT-EOF               VALUE 'Y'.
013400     05  WS-AUDIT-MISSING-SWITCH PIC X(01) VALUE 'N'.
013500         88  WS-AUDIT-MISSING           VALUE 'Y'.
013600     05  WS-NEXT-CYCLE-SWITCH PIC X(01) VALUE 'N'.
013700         88  WS-NEXT-CYCLE-STARTED      VALUE 'Y'.
013800     05  WS-RUNSRPT-OPEN-SWITCH PIC X(01) VALUE 'N'.
013900         88  WS-RUNSRPT-OPEN            VALUE 'Y'.
014000     05  WS-PARM-VALID-SWITCH PIC X(01) VALUE 'N'.
014100         88  WS-PARM-DATE-VALID         VALUE 'Y'.

014200 01  WS-FILE-STATUSES.
014300     05  WS-RSTPARM-STATUS    PIC X(02) VALUE SPACES.
014400     05  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
014500     05  WS-RUNSRPT-STATUS    PIC X(02) VALUE SPACES.

014600 01  WS-COUNTERS COMP.
014700     05  WS-LOG-SEQ           PIC 9(07) VALUE ZERO.
014800     05  WS-DAY-LINES         PIC 9(07) VALUE ZERO.
014900     05  WS-EVENT-COUNT       PIC 9(05) VALUE ZERO.
015000     05  WS-EVENT-OVERFLOW    PIC 9(05) VALUE ZERO.
015100     05  WS-OTHER-COUNT       PIC 9(05) VALUE ZERO.
015200     05  WS-OTHER-OVERFLOW    PIC 9(05) VALUE ZERO.
015300     05  WS-OVERRIDE-COUNT    PIC 9(05) VALUE ZERO.
015400     05  WS-EXCEPTION-COUNT   PIC 9(05) VALUE ZERO.
015500     05  WS-JOB-IDX           PIC 9(02) VALUE ZERO.
015600     05  WS-PRED-IDX          PIC 9(02) VALUE ZERO.
015700     05  WS-RUN-IDX           PIC 9(02) VALUE ZERO.
015800     05  WS-EVENT-IDX         PIC 9(05) VALUE ZERO.
015900     05  WS-OTHER-IDX         PIC 9(05) VALUE ZERO.
016000     05  WS-BACK-DAYS         PIC 9(01) VALUE ZERO.
016100     05  WS-LEAP-QUOTIENT     PIC 9(02) VALUE ZERO.
016200     05  WS-LEAP-REMAINDER    PIC 9(02) VALUE ZERO.
016300     05  WS-LINE-COUNT        PIC 9(03) VALUE ZERO.
016400     05  WS-PAGE-COUNT        PIC 9(03) VALUE ZERO.

016500 01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 060.
016600 01  WS-MAX-RUNS              PIC 9(02) VALUE 05.
016700 01  WS-MAX-EVENTS            PIC 9(05) VALUE 00050.
016800 01  WS-MAX-OTHERS            PIC 9(05) VALUE 00050.

016900*----------------------------------------------------------------
017000*  WS-JOB-NAME-VALUES - THE EXPECTED STEPS IN CYCLE ORDER. A
017100*  STEP'S PREDECESSOR IS THE ENTRY BEFORE IT; WS-PRED-TEXT SAYS
017200*  WHAT WAS MISSING WHEN IT RAN OUT OF ORDER.
017300*----------------------------------------------------------------
017400 01  WS-JOB-NAME-VALUES.
017500     05  FILLER               PIC X(12) VALUE "EMPBKUP".
017600     05  FILLER               PIC X(12) VALUE "NAME_AND_ID".
017700     05  FILLER               PIC X(12) VALUE "PAYEXT".
017800     05  FILLER               PIC X(12) VALUE "PAYRECON".
017900 01  WS-JOB-NAMES REDEFINES WS-JOB-NAME-VALUES.
018000     05  WS-JOB-NAME OCCURS 4 TIMES
018100                              PIC X(12).

018200 01  WS-PRED-TEXT-VALUES.
018300     05  FILLER               PIC X(40) VALUE SPACES.
018400     05  FILLER               PIC X(40)
018500             VALUE "NO EMPBKUP BACKUP LOGGED BEFORE IT".
018600     05  FILLER               PIC X(40)
018700             VALUE "NO NAME_AND_ID RUN LOGGED BEFORE IT".
018800     05  FILLER               PIC X(40)
018900             VALUE "NO PAYEXT RUN LOGGED BEFORE IT".
019000 01  WS-PRED-TEXTS REDEFINES WS-PRED-TEXT-VALUES.
019100     05  WS-PRED-TEXT OCCURS 4 TIMES
019200                              PIC X(40).

019300*----------------------------------------------------------------
019400*  WS-JOB-TABLE - WHAT WAS LOGGED FOR EACH EXPECTED STEP.
019500*  WJ-FIRST-SEQ IS THE AUDIT-LOG LINE NUMBER OF THE FIRST RUN,
019600*  USED FOR THE ORDER CHECK. THE FIRST WS-MAX-RUNS RUNS ARE
019700*  KEPT FOR PRINTING; WJR-STATUS IS FILLED IN FOR A RUN THAT
019800*  FAILED, DID NOT BALANCE, RAN OUT OF ORDER OR WAS EXTRA.
019900*----------------------------------------------------------------
020000 01  WS-JOB-TABLE.
020100     05  WJ-ENTRY OCCURS 4 TIMES.
020200         10  WJ-RUN-COUNT     PIC 9(03) COMP.
020300         10  WJ-FIRST-SEQ     PIC 9(07) COMP.
020400         10  WJ-ORDER-SWITCH  PIC X(01).
020500             88  WJ-OUT-OF-ORDER        VALUE 'Y'.
020600         10  WJR-RUN OCCURS 5 TIMES.
020700             15  WJR-DATE     PIC X(08).
020800             15  WJR-TIME     PIC X(08).
020900             15  WJR-USER-ID  PIC X(08).
021000             15  WJR-TEXT     PIC X(53).
021100             15  WJR-STATUS   PIC X(20).

021200*----------------------------------------------------------------
021300*  WS-EVENT-TABLE - CONTROL DISCREPANCIES, FAILED RUNS AND LOCK
021400*  OVERRIDES, IN LOG ORDER, FOR THE EXCEPTION SECTION
021500*----------------------------------------------------------------
021600 01  WS-EVENT-TABLE.
021700     05  WEV-ENTRY OCCURS 50 TIMES.
021800         10  WEV-JOB          PIC X(12).
021900         10  WEV-DATE         PIC X(08).
022000         10  WEV-TIME         PIC X(08).
022100         10  WEV-USER-ID      PIC X(08).
022200         10  WEV-TEXT         PIC X(53).

022300*----------------------------------------------------------------
022400*  WS-OTHER-TABLE - EVERY OTHER AUDIT-LOG LINE FOR THE DAY
022500*----------------------------------------------------------------
022600 01  WS-OTHER-TABLE.
022700     05  WOT-ENTRY OCCURS 50 TIMES.
022800         10  WOT-TIME         PIC X(08).
022900         10  WOT-USER-ID      PIC X(08).
023000         10  WOT-TEXT         PIC X(53).

023100 01  WS-FLAG-TEXT             PIC X(20) VALUE SPACES.
023200 01  WS-EVENT-JOB             PIC X(12) VALUE SPACES.

023300*----------------------------------------------------------------
023400*  BUSINESS DAY. WS-CYCLE-DATE IS YYMMDD; A LOG LINE'S MM/DD/YY
023500*  IS TURNED INTO WS-LINE-DATE TO COMPARE.
023600*----------------------------------------------------------------
023700 01  WS-CYCLE-DATE.
023800     05  WS-CYC-YY            PIC 9(02).
023900     05  WS-CYC-MM            PIC 9(02).
024000     05  WS-CYC-DD            PIC 9(02).
024100 01  WS-CYCLE-NUM REDEFINES WS-CYCLE-DATE
024200                              PIC 9(06).

024300 01  WS-LINE-DATE.
024400     05  WS-LINE-YY           PIC X(02).
024500     05  WS-LINE-MM           PIC X(02).
024600     05  WS-LINE-DD           PIC X(02).
024700 01  WS-LINE-NUM REDEFINES WS-LINE-DATE
024800                              PIC 9(06).

024900 01  WS-PARM-DATE.
025000     05  WS-PARM-YY           PIC 9(02).
025100     05  WS-PARM-MM           PIC 9(02).
025200     05  WS-PARM-DD           PIC 9(02).
025300 01  WS-PARM-DATE-X REDEFINES WS-PARM-DATE
025400                              PIC X(06).

025500 01  WS-MONTH-DAY-VALUES      PIC X(24)
025600             VALUE "312831303130313130313031".
025700 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAY-VALUES.
025800     05  WS-MONTH-DAY-COUNT OCCURS 12 TIMES
025900                              PIC 9(02).

026000 01  WS-RUN-DATE.
026100     05  WS-RUN-YY            PIC 9(02).
026200     05  WS-RUN-MM            PIC 9(02).
026300     05  WS-RUN-DD            PIC 9(02).

026400*----------------------------------------------------------------
026500*  WS-RUN-DAY-OF-WEEK - 1 = MONDAY ... 7 = SUNDAY
026600*----------------------------------------------------------------
026700 01  WS-RUN-DAY-OF-WEEK       PIC 9(01) VALUE ZERO.
026800     88  WS-RUN-ON-MONDAY               VALUE 1.
026900     88  WS-RUN-ON-SUNDAY               VALUE 7.

027000 01  WS-PAGE-HEADER-1.
027100     05  FILLER               PIC X(20) VALUE SPACES.
027200     05  FILLER               PIC X(44)
027300             VALUE "NIGHTLY CYCLE RUN STATUS".
027400     05  FILLER               PIC X(05) VALUE SPACES.
027500     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
027600     05  WR1-RUN-MM           PIC 9(02).
027700     05  FILLER               PIC X(01) VALUE "/".
027800     05  WR1-RUN-DD           PIC 9(02).
027900     05  FILLER               PIC X(01) VALUE "/".
028000     05  WR1-RUN-YY           PIC 9(02).
028100     05  FILLER               PIC X(05) VALUE SPACES.
028200     05  FILLER               PIC X(06) VALUE "PAGE: ".
028300     05  WR1-PAGE-NO          PIC ZZ9.

028400 01  WS-PAGE-HEADER-2.
028500     05  FILLER               PIC X(20) VALUE SPACES.
028600     05  FILLER               PIC X(14) VALUE "BUSINESS DAY: ".
028700     05  WR2-CYC-MM           PIC 9(02).
028800     05  FILLER               PIC X(01) VALUE "/".
028900     05  WR2-CYC-DD           PIC 9(02).
029000     05  FILLER               PIC X(01) VALUE "/".
029100     05  WR2-CYC-YY           PIC 9(02).
029200     05  FILLER               PIC X(05) VALUE SPACES.
029300     05  FILLER               PIC X(25)
029400             VALUE "AUDIT-LOG LINES FOR DAY: ".
029500     05  WR2-DAY-LINES        PIC ZZZ,ZZ9.

029600*----------------------------------------------------------------
029700*  EXPECTED-STEP COLUMN HEADINGS AND DETAIL LINE
029800*----------------------------------------------------------------
029900 01  WS-JOB-HEADER.
030000     05  FILLER               PIC X(05) VALUE "STEP".
030100     05  FILLER               PIC X(12) VALUE "JOB".
030200     05  FILLER               PIC X(09) VALUE "DATE".
030300     05  FILLER               PIC X(10) VALUE "START".
030400     05  FILLER               PIC X(10) VALUE "USER".
030500     05  FILLER               PIC X(05) VALUE "RUN".
030600     05  FILLER               PIC X(55)
030700             VALUE "COUNTS AS LOGGED".
030800     05  FILLER               PIC X(24) VALUE "    STATUS".

030900 01  WS-JOB-LINE.
031000     05  FILLER               PIC X(02) VALUE SPACES.
031100     05  WJL-STEP             PIC Z(01).
031200     05  FILLER               PIC X(02) VALUE SPACES.
031300     05  WJL-JOB              PIC X(12).
031400     05  WJL-DATE             PIC X(08).
031500     05  FILLER               PIC X(01) VALUE SPACES.
031600     05  WJL-TIME             PIC X(08).
031700     05  FILLER               PIC X(02) VALUE SPACES.
031800     05  WJL-USER-ID          PIC X(08).
031900     05  FILLER               PIC X(02) VALUE SPACES.
032000     05  WJL-RUN-NO           PIC ZZZ.
032100     05  FILLER               PIC X(02) VALUE SPACES.
032200     05  WJL-COUNTS           PIC X(53).
032300     05  FILLER               PIC X(02) VALUE SPACES.
032400     05  WJL-MARK             PIC X(04).
032500     05  WJL-STATUS           PIC X(20).

032600*----------------------------------------------------------------
032700*  OTHER-ACTIVITY AND EXCEPTION SECTION LINES
032800*----------------------------------------------------------------
032900 01  WS-SECTION-LINE.
033000     05  FILLER               PIC X(04) VALUE "*** ".
033100     05  WSL-TEXT             PIC X(50).
033200     05  WSL-COUNT            PIC ZZZ,ZZ9.
033300     05  FILLER               PIC X(04) VALUE " ***".

033400 01  WS-NONE-LINE.
033500     05  FILLER               PIC X(04) VALUE SPACES.
033600     05  WNL-TEXT             PIC X(60).

033700 01  WS-OTHER-LINE.
033800     05  FILLER               PIC X(04) VALUE SPACES.
033900     05  WOL-TIME             PIC X(08).
034000     05  FILLER               PIC X(02) VALUE SPACES.
034100     05  WOL-USER-ID          PIC X(08).
034200     05  FILLER               PIC X(02) VALUE SPACES.
034300     05  WOL-TEXT             PIC X(53).

034400 01  WS-STEP-EXCEPTION-LINE.
034500     05  FILLER               PIC X(04) VALUE SPACES.
034600     05  WXL-JOB              PIC X(12).
034700     05  WXL-TEXT             PIC X(60).
034800     05  WXL-COUNT            PIC ZZZ.

034900 01  WS-EVENT-LINE.
035000     05  FILLER               PIC X(04) VALUE SPACES.
035100     05  WEL-JOB              PIC X(12).
035200     05  WEL-DATE             PIC X(08).
035300     05  FILLER               PIC X(01) VALUE SPACES.
035400     05  WEL-TIME             PIC X(08).
035500     05  FILLER               PIC X(02) VALUE SPACES.
035600     05  WEL-USER-ID          PIC X(08).
035700     05  FILLER               PIC X(02) VALUE SPACES.
035800     05  WEL-TEXT             PIC X(53).

035900 01  WS-WARNING-LINE.
036000     05  FILLER               PIC X(04) VALUE SPACES.
036100     05  WW-TEXT              PIC X(50).
036200     05  WW-COUNT             PIC ZZZ,ZZ9.

036300 01  WS-RESULT-LINE.
036400     05  FILLER               PIC X(13) VALUE "RUN STATUS:  ".
036500     05  WRL-TEXT             PIC X(70).

036600*----------------------------------------------------------------
036700*  PROCEDURE DIVISION
036800*----------------------------------------------------------------
036900 PROCEDURE DIVISION.
037000 0000-MAINLINE.
037100     PERFORM 1000-INITIALIZE
037200         THRU 1000-INITIALIZE-EXIT.
037300     IF NOT WS-INIT-FAILED
037400         PERFORM 2000-SCAN-AUDIT-LOG
037500             THRU 2000-SCAN-AUDIT-LOG-EXIT
037600         PERFORM 2500-CHECK-JOB
037700             THRU 2500-CHECK-JOB-EXIT
037800             VARYING WS-JOB-IDX FROM 1 BY 1
037900             UNTIL WS-JOB-IDX > 4
038000         ADD WS-EVENT-COUNT TO WS-EXCEPTION-COUNT
038100         PERFORM 4000-PRINT-REPORT
038200             THRU 4000-PRINT-REPORT-EXIT
038300     END-IF.
038400     PERFORM 3000-TERMINATE
038500         THRU 3000-TERMINATE-EXIT.
038600     STOP RUN.

038700*----------------------------------------------------------------
038800*  1000-INITIALIZE - RESOLVE THE BUSINESS DAY AND OPEN THE
038900*  REPORT
039000*----------------------------------------------------------------
039100 1000-INITIALIZE.
039200     ACCEPT WS-RUN-DATE FROM DATE.
039300     ACCEPT WS-RUN-DAY-OF-WEEK FROM DAY-OF-WEEK.
039400     INITIALIZE WS-JOB-TABLE.
039500     PERFORM 1100-READ-PARM
039600         THRU 1100-READ-PARM-EXIT.
039700     OPEN OUTPUT STATUS-RPT.
039800     IF WS-RUNSRPT-STATUS NOT = "00"
039900         DISPLAY "RUNSTAT: ERROR OPENING STATUS-RPT "
040000             "STATUS = " WS-RUNSRPT-STATUS
040100         SET WS-INIT-FAILED TO TRUE
040200         GO TO 1000-INITIALIZE-EXIT
040300     END-IF.
040400     SET WS-RUNSRPT-OPEN TO TRUE.
040500 1000-INITIALIZE-EXIT.
040600     EXIT.

040700*----------------------------------------------------------------
040800*  1100-READ-PARM - READ THE BUSINESS DAY (YYMMDD) FROM RSTPARM.
040900*  NO PARAMETER FILE MEANS THE PREVIOUS BUSINESS DAY, WHICH IS
041000*  THE NORMAL MORNING RUN. A BAD DATE IS REPORTED AND THE
041100*  DEFAULT IS USED.
041200*----------------------------------------------------------------
041300 1100-READ-PARM.
041400     MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
041500     EVALUATE TRUE
041600         WHEN WS-RUN-ON-MONDAY
041700             MOVE 3 TO WS-BACK-DAYS
041800         WHEN WS-RUN-ON-SUNDAY
041900             MOVE 2 TO WS-BACK-DAYS
042000         WHEN OTHER
042100             MOVE 1 TO WS-BACK-DAYS
042200     END-EVALUATE.
042300     PERFORM 1160-BACK-ONE-DAY
042400         THRU 1160-BACK-ONE-DAY-EXIT
042500         WS-BACK-DAYS TIMES.
042600     OPEN INPUT STATUS-PARM.
042700     IF WS-RSTPARM-STATUS NOT = "00"
042800         GO TO 1100-READ-PARM-EXIT
042900     END-IF.
043000     READ STATUS-PARM
043100         AT END
043200             CLOSE STATUS-PARM
043300             GO TO 1100-READ-PARM-EXIT
043400     END-READ.
043500     CLOSE STATUS-PARM.
043600     MOVE RP-CYCLE-DATE TO WS-PARM-DATE-X.
043700     PERFORM 1150-CHECK-PARM-DATE
043800         THRU 1150-CHECK-PARM-DATE-EXIT.
043900     IF NOT WS-PARM-DATE-VALID
044000         DISPLAY "RUNSTAT: BAD RSTPARM DATE '"
044100             RP-CYCLE-DATE "' - PREVIOUS BUSINESS DAY USED"
044200         GO TO 1100-READ-PARM-EXIT
044300     END-IF.
044400     MOVE WS-PARM-DATE TO WS-CYCLE-DATE.
044500 1100-READ-PARM-EXIT.
044600     EXIT.

044700*----------------------------------------------------------------
044800*  1150-CHECK-PARM-DATE - A PARAMETER DATE IS SIX DIGITS WITH A
044900*  MONTH 01-12 AND A DAY 01-31
045000*----------------------------------------------------------------
045100 1150-CHECK-PARM-DATE.
045200     MOVE 'N' TO WS-PARM-VALID-SWITCH.
045300     IF WS-PARM-DATE-X IS NUMERIC
045400         IF WS-PARM-MM >= 01 AND WS-PARM-MM <= 12 AND
045500            WS-PARM-DD >= 01 AND WS-PARM-DD <= 31
045600             SET WS-PARM-DATE-VALID TO TRUE
045700         END-IF
045800     END-IF.
045900 1150-CHECK-PARM-DATE-EXIT.
046000     EXIT.

046100*----------------------------------------------------------------
046200*  1160-BACK-ONE-DAY - STEP WS-CYCLE-DATE BACK ONE CALENDAR DAY,
046300*  ACROSS MONTH AND YEAR ENDS. EVERY FOURTH YEAR FEBRUARY HAS 29
046400*  DAYS, WHICH HOLDS FOR ANY TWO-DIGIT YEAR THIS FILE CAN CARRY.
046500*----------------------------------------------------------------
046600 1160-BACK-ONE-DAY.
046700     IF WS-CYC-DD > 01
046800         SUBTRACT 1 FROM WS-CYC-DD
046900         GO TO 1160-BACK-ONE-DAY-EXIT
047000     END-IF.
047100     IF WS-CYC-MM > 01
047200         SUBTRACT 1 FROM WS-CYC-MM
047300     ELSE
047400         MOVE 12 TO WS-CYC-MM
047500         IF WS-CYC-YY = ZERO
047600             MOVE 99 TO WS-CYC-YY
047700         ELSE
047800             SUBTRACT 1 FROM WS-CYC-YY
047900         END-IF
048000     END-IF.
048100     MOVE WS-MONTH-DAY-COUNT(WS-CYC-MM) TO WS-CYC-DD.
048200     IF WS-CYC-MM = 02
048300         DIVIDE WS-CYC-YY BY 4
048400             GIVING WS-LEAP-QUOTIENT
048500             REMAINDER WS-LEAP-REMAINDER
048600         IF WS-LEAP-REMAINDER = ZERO
048700             MOVE 29 TO WS-CYC-DD
048800         END-IF
048900     END-IF.
049000 1160-BACK-ONE-DAY-EXIT.
049100     EXIT.

049200*----------------------------------------------------------------
049300*  2000-SCAN-AUDIT-LOG - READ AUDIT-LOG ONCE, FRONT TO BACK. A
049400*  MISSING LOG LEAVES EVERY STEP MISSING AND IS SAID SO ON THE
049500*  REPORT.
049600*----------------------------------------------------------------
049700 2000-SCAN-AUDIT-LOG.
049800     OPEN INPUT AUDIT-LOG.
049900     IF WS-AUDIT-STATUS NOT = "00"
050000         DISPLAY "RUNSTAT: NO AUDIT-LOG FILE - STATUS = "
050100             WS-AUDIT-STATUS
050200         SET WS-AUDIT-MISSING TO TRUE
050300         GO TO 2000-SCAN-AUDIT-LOG-EXIT
050400     END-IF.
050500     PERFORM 2100-READ-AUDIT-LINE
050600         THRU 2100-READ-AUDIT-LINE-EXIT
050700         UNTIL WS-AUDIT-EOF.
050800     CLOSE AUDIT-LOG.
050900 2000-SCAN-AUDIT-LOG-EXIT.
051000     EXIT.

051100*----------------------------------------------------------------
051200*  2100-READ-AUDIT-LINE - CLASSIFY ONE LINE FOR THE BUSINESS DAY.
051300*  LINES BEFORE THE DAY ARE SKIPPED; LINES AFTER IT ARE ONLY
051400*  LOOKED AT FOR A LATE PAYRECON.
051500*----------------------------------------------------------------
051600 2100-READ-AUDIT-LINE.
051700     MOVE SPACES TO WS-LOG-LINE.
051800     READ AUDIT-LOG INTO WS-LOG-LINE
051900         AT END
052000             SET WS-AUDIT-EOF TO TRUE
052100             GO TO 2100-READ-AUDIT-LINE-EXIT
052200     END-READ.
052300     ADD 1 TO WS-LOG-SEQ.
052400     MOVE WL-YY TO WS-LINE-YY.
052500     MOVE WL-MM TO WS-LINE-MM.
052600     MOVE WL-DD TO WS-LINE-DD.
052700     IF WS-LINE-DATE NOT NUMERIC
052800         GO TO 2100-READ-AUDIT-LINE-EXIT
052900     END-IF.
053000     IF WS-LINE-NUM < WS-CYCLE-NUM
053100         GO TO 2100-READ-AUDIT-LINE-EXIT
053200     END-IF.
053300     IF WS-LINE-NUM > WS-CYCLE-NUM
053400         PERFORM 2400-CHECK-LATER-LINE
053500             THRU 2400-CHECK-LATER-LINE-EXIT
053600         GO TO 2100-READ-AUDIT-LINE-EXIT
053700     END-IF.
053800     ADD 1 TO WS-DAY-LINES.
053900     EVALUATE TRUE
054000         WHEN WL-B-FUNCTION = "BACKUP "
054100             MOVE 1 TO WS-JOB-IDX
054200             PERFORM 2200-ADD-RUN
054300                 THRU 2200-ADD-RUN-EXIT
054400             IF WL-B-RESULT = "OUT OF BALANCE"
054500                 MOVE "OUT OF BALANCE" TO WS-FLAG-TEXT
054600                 PERFORM 2250-FLAG-RUN
054700                     THRU 2250-FLAG-RUN-EXIT
054800             END-IF
054900         WHEN WL-TAG-6 = "READ: "
055000             MOVE 2 TO WS-JOB-IDX
055100             PERFORM 2200-ADD-RUN
055200                 THRU 2200-ADD-RUN-EXIT
055300         WHEN WL-TAG = "CONTROL:"
055400             MOVE 2 TO WS-JOB-IDX
055500             MOVE "CONTROL ERROR" TO WS-FLAG-TEXT
055600             PERFORM 2250-FLAG-RUN
055700                 THRU 2250-FLAG-RUN-EXIT
055800         WHEN WL-TAG = "PAYEXT"
055900             MOVE 3 TO WS-JOB-IDX
056000             PERFORM 2200-ADD-RUN
056100                 THRU 2200-ADD-RUN-EXIT
056200             IF WL-E-RESULT = "FAILED"
056300                 MOVE "FAILED" TO WS-FLAG-TEXT
056400                 PERFORM 2250-FLAG-RUN
056500                     THRU 2250-FLAG-RUN-EXIT
056600             END-IF
056700         WHEN WL-TAG = "PAYRECON"
056800             IF WJ-RUN-COUNT(3) = ZERO
056900                 PERFORM 2300-ADD-OTHER
057000                     THRU 2300-ADD-OTHER-EXIT
057100             ELSE
057200                 PERFORM 2350-ADD-PAYRECON
057300                     THRU 2350-ADD-PAYRECON-EXIT
057400             END-IF
057500         WHEN WL-TAG = "OVERRODE"
057600             ADD 1 TO WS-OVERRIDE-COUNT
057700             MOVE "RUNLOCK" TO WS-EVENT-JOB
057800             PERFORM 2260-ADD-EVENT
057900                 THRU 2260-ADD-EVENT-EXIT
058000         WHEN OTHER
058100             PERFORM 2300-ADD-OTHER
058200                 THRU 2300-ADD-OTHER-EXIT
058300             IF WL-B-FUNCTION = "RESTORE" AND
058400                WL-B-RESULT = "OUT OF BALANCE"
058500                 MOVE "EMPBKUP" TO WS-EVENT-JOB
058600                 PERFORM 2260-ADD-EVENT
058700                     THRU 2260-ADD-EVENT-EXIT
058800             END-IF
058900     END-EVALUATE.
059000 2100-READ-AUDIT-LINE-EXIT.
059100     EXIT.

059200*----------------------------------------------------------------
059300*  2200-ADD-RUN - COUNT ONE RUN OF STEP WS-JOB-IDX AND KEEP ITS
059400*  LINE FOR PRINTING
059500*----------------------------------------------------------------
059600 2200-ADD-RUN.
059700     ADD 1 TO WJ-RUN-COUNT(WS-JOB-IDX).
059800     IF WJ-RUN-COUNT(WS-JOB-IDX) = 1
059900         MOVE WS-LOG-SEQ TO WJ-FIRST-SEQ(WS-JOB-IDX)
060000     END-IF.
060100     IF WJ-RUN-COUNT(WS-JOB-IDX) > WS-MAX-RUNS
060200         GO TO 2200-ADD-RUN-EXIT
060300     END-IF.
060400     MOVE WJ-RUN-COUNT(WS-JOB-IDX) TO WS-RUN-IDX.
060500     MOVE WL-DATE    TO WJR-DATE(WS-JOB-IDX, WS-RUN-IDX).
060600     MOVE WL-TIME    TO WJR-TIME(WS-JOB-IDX, WS-RUN-IDX).
060700     MOVE WL-USER-ID TO WJR-USER-ID(WS-JOB-IDX, WS-RUN-IDX).
060800     MOVE WL-TEXT    TO WJR-TEXT(WS-JOB-IDX, WS-RUN-IDX).
060900     MOVE SPACES     TO WJR-STATUS(WS-JOB-IDX, WS-RUN-IDX).
061000 2200-ADD-RUN-EXIT.
061100     EXIT.

061200*----------------------------------------------------------------
061300*  2250-FLAG-RUN - MARK THE LATEST RUN OF STEP WS-JOB-IDX WITH
061400*  WS-FLAG-TEXT AND LIST THE LINE AS AN EXCEPTION. A NAME_AND_ID
061500*  CONTROL LINE FOLLOWS THE RUN'S OWN TOTALS LINE.
061600*----------------------------------------------------------------
061700 2250-FLAG-RUN.
061800     MOVE WJ-RUN-COUNT(WS-JOB-IDX) TO WS-RUN-IDX.
061900     IF WS-RUN-IDX > ZERO AND WS-RUN-IDX <= WS-MAX-RUNS
062000         MOVE WS-FLAG-TEXT TO WJR-STATUS(WS-JOB-IDX, WS-RUN-IDX)
062100     END-IF.
062200     MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-EVENT-JOB.
062300     PERFORM 2260-ADD-EVENT
062400         THRU 2260-ADD-EVENT-EXIT.
062500 2250-FLAG-RUN-EXIT.
062600     EXIT.

062700 2260-ADD-EVENT.
062800     IF WS-EVENT-COUNT >= WS-MAX-EVENTS
062900         ADD 1 TO WS-EVENT-OVERFLOW
063000         ADD 1 TO WS-EXCEPTION-COUNT
063100         GO TO 2260-ADD-EVENT-EXIT
063200     END-IF.
063300     ADD 1 TO WS-EVENT-COUNT.
063400     MOVE WS-EVENT-JOB TO WEV-JOB(WS-EVENT-COUNT).
063500     MOVE WL-DATE      TO WEV-DATE(WS-EVENT-COUNT).
063600     MOVE WL-TIME      TO WEV-TIME(WS-EVENT-COUNT).
063700     MOVE WL-USER-ID   TO WEV-USER-ID(WS-EVENT-COUNT).
063800     MOVE WL-TEXT      TO WEV-TEXT(WS-EVENT-COUNT).
063900 2260-ADD-EVENT-EXIT.
064000     EXIT.

064100*----------------------------------------------------------------
064200*  2300-ADD-OTHER - KEEP A LINE THAT IS NOT AN EXPECTED STEP
064300*----------------------------------------------------------------
064400 2300-ADD-OTHER.
064500     IF WS-OTHER-COUNT >= WS-MAX-OTHERS
064600         ADD 1 TO WS-OTHER-OVERFLOW
064700         GO TO 2300-ADD-OTHER-EXIT
064800     END-IF.
064900     ADD 1 TO WS-OTHER-COUNT.
065000     MOVE WL-TIME    TO WOT-TIME(WS-OTHER-COUNT).
065100     MOVE WL-USER-ID TO WOT-USER-ID(WS-OTHER-COUNT).
065200     MOVE WL-TEXT    TO WOT-TEXT(WS-OTHER-COUNT).
065300 2300-ADD-OTHER-EXIT.
065400     EXIT.

065500*----------------------------------------------------------------
065600*  2350-ADD-PAYRECON - COUNT A PAYRECON RUN THAT FOLLOWS THE
065700*  DAY'S PAYEXT AND FLAG IT WHEN THE CONTROLS DID NOT BALANCE
065800*----------------------------------------------------------------
065900 2350-ADD-PAYRECON.
066000     MOVE 4 TO WS-JOB-IDX.
066100     PERFORM 2200-ADD-RUN
066200         THRU 2200-ADD-RUN-EXIT.
066300     IF WL-R-RESULT = "UNBALANCED" OR "FAILED"
066400         MOVE WL-R-RESULT TO WS-FLAG-TEXT
066500         PERFORM 2250-FLAG-RUN
066600             THRU 2250-FLAG-RUN-EXIT
066700     END-IF.
066800 2350-ADD-PAYRECON-EXIT.
066900     EXIT.

067000*----------------------------------------------------------------
067100*  2400-CHECK-LATER-LINE - A LINE DATED AFTER THE BUSINESS DAY.
067200*  PAYRECON RUNS WHEN THE ACK COMES BACK, WHICH CAN BE THE NEXT
067300*  MORNING, SO A PAYRECON IS STILL THE DAY'S UNTIL THE NEXT
067400*  CYCLE'S BACKUP IS LOGGED. NOTHING ELSE AFTER THE DAY COUNTS.
067500*----------------------------------------------------------------
067600 2400-CHECK-LATER-LINE.
067700     IF WS-NEXT-CYCLE-STARTED
067800         GO TO 2400-CHECK-LATER-LINE-EXIT
067900     END-IF.
068000     IF WL-B-FUNCTION = "BACKUP "
068100         SET WS-NEXT-CYCLE-STARTED TO TRUE
068200         GO TO 2400-CHECK-LATER-LINE-EXIT
068300     END-IF.
068400     IF WL-TAG = "PAYRECON" AND WJ-RUN-COUNT(3) > ZERO
068500         PERFORM 2350-ADD-PAYRECON
068600             THRU 2350-ADD-PAYRECON-EXIT
068700     END-IF.
068800 2400-CHECK-LATER-LINE-EXIT.
068900     EXIT.

069000*----------------------------------------------------------------
069100*  2500-CHECK-JOB - AFTER THE SCAN, DECIDE WHETHER A STEP IS
069200*  MISSING, RAN BEFORE ITS PREDECESSOR, OR RAN MORE THAN ONCE.
069300*  PAYRECON IS ONLY COUNTED AFTER PAYEXT, SO IT CANNOT RUN OUT OF
069400*  ORDER; WITHOUT A PAYEXT IT IS MISSING.
069500*----------------------------------------------------------------
069600 2500-CHECK-JOB.
069700     IF WJ-RUN-COUNT(WS-JOB-IDX) = ZERO
069800         ADD 1 TO WS-EXCEPTION-COUNT
069900         GO TO 2500-CHECK-JOB-EXIT
070000     END-IF.
070100     IF WS-JOB-IDX = 2 OR WS-JOB-IDX = 3
070200         SUBTRACT 1 FROM WS-JOB-IDX GIVING WS-PRED-IDX
070300         IF WJ-RUN-COUNT(WS-PRED-IDX) = ZERO OR
070400            WJ-FIRST-SEQ(WS-PRED-IDX) > WJ-FIRST-SEQ(WS-JOB-IDX)
070500             SET WJ-OUT-OF-ORDER(WS-JOB-IDX) TO TRUE
070600             ADD 1 TO WS-EXCEPTION-COUNT
070700             IF WJR-STATUS(WS-JOB-IDX, 1) = SPACES
070800                 MOVE "OUT OF ORDER" TO WJR-STATUS(WS-JOB-IDX, 1)
070900             END-IF
071000         END-IF
071100     END-IF.
071200     IF WJ-RUN-COUNT(WS-JOB-IDX) > 1
071300         ADD 1 TO WS-EXCEPTION-COUNT
071400         PERFORM 2550-MARK-EXTRA-RUN
071500             THRU 2550-MARK-EXTRA-RUN-EXIT
071600             VARYING WS-RUN-IDX FROM 2 BY 1
071700             UNTIL WS-RUN-IDX > WJ-RUN-COUNT(WS-JOB-IDX) OR
071800                   WS-RUN-IDX > WS-MAX-RUNS
071900     END-IF.
072000 2500-CHECK-JOB-EXIT.
072100     EXIT.

072200 2550-MARK-EXTRA-RUN.
072300     IF WJR-STATUS(WS-JOB-IDX, WS-RUN-IDX) = SPACES
072400         MOVE "EXTRA RUN" TO WJR-STATUS(WS-JOB-IDX, WS-RUN-IDX)
072500     END-IF.
072600 2550-MARK-EXTRA-RUN-EXIT.
072700     EXIT.

072800*----------------------------------------------------------------
072900*  4000-PRINT-REPORT - THE EXPECTED STEPS, THE EXCEPTIONS, THE
073000*  OTHER ACTIVITY, AND THE ONE-LINE VERDICT
073100*----------------------------------------------------------------
073200 4000-PRINT-REPORT.
073300     PERFORM 4900-PRINT-PAGE-HEADERS
073400         THRU 4900-PRINT-PAGE-HEADERS-EXIT.
073500     IF WS-AUDIT-MISSING
073600         MOVE "AUDIT-LOG NOT AVAILABLE - NO RUN CAN BE CONFIRMED"
073700                                  TO WNL-TEXT
073800         WRITE STATUS-RPT-RECORD FROM WS-NONE-LINE
073900         WRITE STATUS-RPT-RECORD FROM SPACES
074000         ADD 2 TO WS-LINE-COUNT
074100     END-IF.
074200     WRITE STATUS-RPT-RECORD FROM WS-JOB-HEADER.
074300     WRITE STATUS-RPT-RECORD FROM SPACES.
074400     ADD 2 TO WS-LINE-COUNT.
074500     PERFORM 4100-PRINT-JOB
074600         THRU 4100-PRINT-JOB-EXIT
074700         VARYING WS-JOB-IDX FROM 1 BY 1
074800         UNTIL WS-JOB-IDX > 4.
074900     PERFORM 4200-PRINT-EXCEPTIONS
075000         THRU 4200-PRINT-EXCEPTIONS-EXIT.
075100     PERFORM 4300-PRINT-OTHER-ACTIVITY
075200         THRU 4300-PRINT-OTHER-ACTIVITY-EXIT.
075300     IF WS-EXCEPTION-COUNT = ZERO
075400         MOVE "CYCLE COMPLETE - NO EXCEPTIONS" TO WRL-TEXT
075500     ELSE
075600         MOVE "EXCEPTIONS FOUND - SEE THE EXCEPTION LIST ABOVE"
075700                                  TO WRL-TEXT
075800     END-IF.
075900     WRITE STATUS-RPT-RECORD FROM SPACES.
076000     WRITE STATUS-RPT-RECORD FROM WS-RESULT-LINE.
076100     ADD 2 TO WS-LINE-COUNT.
076200 4000-PRINT-REPORT-EXIT.
076300     EXIT.

076400*----------------------------------------------------------------
076500*  4100-PRINT-JOB - ONE LINE PER LOGGED RUN OF A STEP, OR ONE
076600*  MISSING LINE. STEP NUMBER AND NAME PRINT ON THE FIRST LINE.
076700*----------------------------------------------------------------
076800 4100-PRINT-JOB.
076900     MOVE SPACES                  TO WS-JOB-LINE.
077000     MOVE WS-JOB-IDX              TO WJL-STEP.
077100     MOVE WS-JOB-NAME(WS-JOB-IDX) TO WJL-JOB.
077200     IF WJ-RUN-COUNT(WS-JOB-IDX) = ZERO
077300         MOVE "NOT LOGGED FOR THIS BUSINESS DAY" TO WJL-COUNTS
077400         MOVE "*** "              TO WJL-MARK
077500         MOVE "MISSING"           TO WJL-STATUS
077600         WRITE STATUS-RPT-RECORD FROM WS-JOB-LINE
077700         ADD 1 TO WS-LINE-COUNT
077800         GO TO 4100-PRINT-JOB-EXIT
077900     END-IF.
078000     PERFORM 4150-PRINT-RUN
078100         THRU 4150-PRINT-RUN-EXIT
078200         VARYING WS-RUN-IDX FROM 1 BY 1
078300         UNTIL WS-RUN-IDX > WJ-RUN-COUNT(WS-JOB-IDX) OR
078400               WS-RUN-IDX > WS-MAX-RUNS.
078500     IF WJ-RUN-COUNT(WS-JOB-IDX) > WS-MAX-RUNS
078600         SUBTRACT WS-MAX-RUNS FROM WJ-RUN-COUNT(WS-JOB-IDX)
078700             GIVING WW-COUNT
078800         MOVE "FURTHER RUNS LOGGED, NOT LISTED:" TO WW-TEXT
078900         WRITE STATUS-RPT-RECORD FROM WS-WARNING-LINE
079000         ADD 1 TO WS-LINE-COUNT
079100     END-IF.
079200 4100-PRINT-JOB-EXIT.
079300     EXIT.

079400 4150-PRINT-RUN.
079500     IF WS-RUN-IDX > 1
079600         MOVE ZERO   TO WJL-STEP
079700         MOVE SPACES TO WJL-JOB
079800     END-IF.
079900     MOVE WJR-DATE(WS-JOB-IDX, WS-RUN-IDX)    TO WJL-DATE.
080000     MOVE WJR-TIME(WS-JOB-IDX, WS-RUN-IDX)    TO WJL-TIME.
080100     MOVE WJR-USER-ID(WS-JOB-IDX, WS-RUN-IDX) TO WJL-USER-ID.
080200     MOVE WS-RUN-IDX                          TO WJL-RUN-NO.
080300     MOVE WJR-TEXT(WS-JOB-IDX, WS-RUN-IDX)    TO WJL-COUNTS.
080400     IF WJR-STATUS(WS-JOB-IDX, WS-RUN-IDX) = SPACES
080500         MOVE SPACES TO WJL-MARK
080600         MOVE "OK"   TO WJL-STATUS
080700     ELSE
080800         MOVE "*** " TO WJL-MARK
080900         MOVE WJR-STATUS(WS-JOB-IDX, WS-RUN-IDX) TO WJL-STATUS
081000     END-IF.
081100     WRITE STATUS-RPT-RECORD FROM WS-JOB-LINE.
081200     ADD 1 TO WS-LINE-COUNT.
081300 4150-PRINT-RUN-EXIT.
081400     EXIT.

081500*----------------------------------------------------------------
081600*  4200-PRINT-EXCEPTIONS - MISSING, OUT-OF-ORDER AND REPEATED
081700*  STEPS FIRST, THEN EACH DISCREPANCY, FAILURE AND OVERRIDE LINE
081800*  FROM THE LOG
081900*----------------------------------------------------------------
082000 4200-PRINT-EXCEPTIONS.
082100     MOVE "EXCEPTIONS:"      TO WSL-TEXT.
082200     MOVE WS-EXCEPTION-COUNT TO WSL-COUNT.
082300     PERFORM 4950-PRINT-SECTION-HEADER
082400         THRU 4950-PRINT-SECTION-HEADER-EXIT.
082500     IF WS-EXCEPTION-COUNT = ZERO
082600         MOVE "NONE" TO WNL-TEXT
082700         WRITE STATUS-RPT-RECORD FROM WS-NONE-LINE
082800         ADD 1 TO WS-LINE-COUNT
082900         GO TO 4200-PRINT-EXCEPTIONS-EXIT
083000     END-IF.
083100     PERFORM 4210-PRINT-STEP-EXCEPTION
083200         THRU 4210-PRINT-STEP-EXCEPTION-EXIT
083300         VARYING WS-JOB-IDX FROM 1 BY 1
083400         UNTIL WS-JOB-IDX > 4.
083500     PERFORM 4250-PRINT-EVENT
083600         THRU 4250-PRINT-EVENT-EXIT
083700         VARYING WS-EVENT-IDX FROM 1 BY 1
083800         UNTIL WS-EVENT-IDX > WS-EVENT-COUNT.
083900     IF WS-EVENT-OVERFLOW > ZERO
084000         MOVE "EXCEPTION TABLE FULL - LINES NOT LISTED:"
084100                                  TO WW-TEXT
084200         MOVE WS-EVENT-OVERFLOW   TO WW-COUNT
084300         WRITE STATUS-RPT-RECORD FROM WS-WARNING-LINE
084400         ADD 1 TO WS-LINE-COUNT
084500     END-IF.
084600 4200-PRINT-EXCEPTIONS-EXIT.
084700     EXIT.

084800 4210-PRINT-STEP-EXCEPTION.
084900     MOVE WS-JOB-NAME(WS-JOB-IDX) TO WXL-JOB.
085000     MOVE ZERO                    TO WXL-COUNT.
085100     IF WJ-RUN-COUNT(WS-JOB-IDX) = ZERO
085200         MOVE "MISSING - NO RUN LOGGED FOR THE BUSINESS DAY"
085300                                  TO WXL-TEXT
085400         PERFORM 4260-WRITE-EXCEPTION-LINE
085500             THRU 4260-WRITE-EXCEPTION-LINE-EXIT
085600         GO TO 4210-PRINT-STEP-EXCEPTION-EXIT
085700     END-IF.
085800     IF WJ-OUT-OF-ORDER(WS-JOB-IDX)
085900         MOVE SPACES TO WXL-TEXT
086000         STRING "OUT OF ORDER - " DELIMITED BY SIZE
086100                WS-PRED-TEXT(WS-JOB-IDX) DELIMITED BY SIZE
086200             INTO WXL-TEXT
086300         END-STRING
086400         PERFORM 4260-WRITE-EXCEPTION-LINE
086500             THRU 4260-WRITE-EXCEPTION-LINE-EXIT
086600     END-IF.
086700     IF WJ-RUN-COUNT(WS-JOB-IDX) > 1
086800         MOVE "RAN MORE THAN ONCE - RUNS LOGGED:" TO WXL-TEXT
086900         MOVE WJ-RUN-COUNT(WS-JOB-IDX)            TO WXL-COUNT
087000         PERFORM 4260-WRITE-EXCEPTION-LINE
087100             THRU 4260-WRITE-EXCEPTION-LINE-EXIT
087200     END-IF.
087300 4210-PRINT-STEP-EXCEPTION-EXIT.
087400     EXIT.

087500 4250-PRINT-EVENT.
087600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
087700         PERFORM 4900-PRINT-PAGE-HEADERS
087800             THRU 4900-PRINT-PAGE-HEADERS-EXIT
087900     END-IF.
088000     MOVE WEV-JOB(WS-EVENT-IDX)     TO WEL-JOB.
088100     MOVE WEV-DATE(WS-EVENT-IDX)    TO WEL-DATE.
088200     MOVE WEV-TIME(WS-EVENT-IDX)    TO WEL-TIME.
088300     MOVE WEV-USER-ID(WS-EVENT-IDX) TO WEL-USER-ID.
088400     MOVE WEV-TEXT(WS-EVENT-IDX)    TO WEL-TEXT.
088500     WRITE STATUS-RPT-RECORD FROM WS-EVENT-LINE.
088600     ADD 1 TO WS-LINE-COUNT.
088700 4250-PRINT-EVENT-EXIT.
088800     EXIT.

088900 4260-WRITE-EXCEPTION-LINE.
089000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
089100         PERFORM 4900-PRINT-PAGE-HEADERS
089200             THRU 4900-PRINT-PAGE-HEADERS-EXIT
089300     END-IF.
089400     WRITE STATUS-RPT-RECORD FROM WS-STEP-EXCEPTION-LINE.
089500     ADD 1 TO WS-LINE-COUNT.
089600 4260-WRITE-EXCEPTION-LINE-EXIT.
089700     EXIT.

089800*----------------------------------------------------------------
089900*  4300-PRINT-OTHER-ACTIVITY - EVERY OTHER AUDIT-LOG LINE FOR THE
090000*  DAY, FOR INFORMATION
090100*----------------------------------------------------------------
090200 4300-PRINT-OTHER-ACTIVITY.
090300     MOVE "OTHER AUDIT-LOG ACTIVITY FOR THE DAY:" TO WSL-TEXT.
090400     MOVE WS-OTHER-COUNT                          TO WSL-COUNT.
090500     PERFORM 4950-PRINT-SECTION-HEADER
090600         THRU 4950-PRINT-SECTION-HEADER-EXIT.
090700     IF WS-OTHER-COUNT = ZERO
090800         MOVE "NONE" TO WNL-TEXT
090900         WRITE STATUS-RPT-RECORD FROM WS-NONE-LINE
091000         ADD 1 TO WS-LINE-COUNT
091100         GO TO 4300-PRINT-OTHER-ACTIVITY-EXIT
091200     END-IF.
091300     PERFORM 4350-PRINT-OTHER
091400         THRU 4350-PRINT-OTHER-EXIT
091500         VARYING WS-OTHER-IDX FROM 1 BY 1
091600         UNTIL WS-OTHER-IDX > WS-OTHER-COUNT.
091700     IF WS-OTHER-OVERFLOW > ZERO
091800         MOVE "ACTIVITY TABLE FULL - LINES NOT LISTED:"
091900                                  TO WW-TEXT
092000         MOVE WS-OTHER-OVERFLOW   TO WW-COUNT
092100         WRITE STATUS-RPT-RECORD FROM WS-WARNING-LINE
092200         ADD 1 TO WS-LINE-COUNT
092300     END-IF.
092400 4300-PRINT-OTHER-ACTIVITY-EXIT.
092500     EXIT.

092600 4350-PRINT-OTHER.
092700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
092800         PERFORM 4900-PRINT-PAGE-HEADERS
092900             THRU 4900-PRINT-PAGE-HEADERS-EXIT
093000     END-IF.
093100     MOVE WOT-TIME(WS-OTHER-IDX)    TO WOL-TIME.
093200     MOVE WOT-USER-ID(WS-OTHER-IDX) TO WOL-USER-ID.
093300     MOVE WOT-TEXT(WS-OTHER-IDX)    TO WOL-TEXT.
093400     WRITE STATUS-RPT-RECORD FROM WS-OTHER-LINE.
093500     ADD 1 TO WS-LINE-COUNT.
093600 4350-PRINT-OTHER-EXIT.
093700     EXIT.

093800*----------------------------------------------------------------
093900*  4900-PRINT-PAGE-HEADERS - START A NEW PAGE WITH THE RUN DATE,
094000*  PAGE NUMBER AND BUSINESS DAY
094100*----------------------------------------------------------------
094200 4900-PRINT-PAGE-HEADERS.
094300     ADD 1 TO WS-PAGE-COUNT.
094400     MOVE WS-RUN-MM     TO WR1-RUN-MM.
094500     MOVE WS-RUN-DD     TO WR1-RUN-DD.
094600     MOVE WS-RUN-YY     TO WR1-RUN-YY.
094700     MOVE WS-PAGE-COUNT TO WR1-PAGE-NO.
094800     MOVE WS-CYC-MM     TO WR2-CYC-MM.
094900     MOVE WS-CYC-DD     TO WR2-CYC-DD.
095000     MOVE WS-CYC-YY     TO WR2-CYC-YY.
095100     MOVE WS-DAY-LINES  TO WR2-DAY-LINES.
095200     IF WS-PAGE-COUNT > 1
095300         WRITE STATUS-RPT-RECORD FROM SPACES
095400             AFTER ADVANCING PAGE
095500     END-IF.
095600     WRITE STATUS-RPT-RECORD FROM WS-PAGE-HEADER-1.
095700     WRITE STATUS-RPT-RECORD FROM WS-PAGE-HEADER-2.
095800     WRITE STATUS-RPT-RECORD FROM SPACES.
095900     MOVE 3 TO WS-LINE-COUNT.
096000 4900-PRINT-PAGE-HEADERS-EXIT.
096100     EXIT.

096200*----------------------------------------------------------------
096300*  4950-PRINT-SECTION-HEADER - A BLANK LINE AND THE SECTION TITLE
096400*  WITH ITS COUNT, ON A NEW PAGE WHEN THE SECTION WOULD START AT
096500*  THE FOOT OF THIS ONE
096600*----------------------------------------------------------------
096700 4950-PRINT-SECTION-HEADER.
096800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
096900         PERFORM 4900-PRINT-PAGE-HEADERS
097000             THRU 4900-PRINT-PAGE-HEADERS-EXIT
097100     END-IF.
097200     WRITE STATUS-RPT-RECORD FROM SPACES.
097300     WRITE STATUS-RPT-RECORD FROM WS-SECTION-LINE.
097400     ADD 2 TO WS-LINE-COUNT.
097500 4950-PRINT-SECTION-HEADER-EXIT.
097600     EXIT.

097700*----------------------------------------------------------------
097800*  3000-TERMINATE - REPORT THE OUTCOME AND CLOSE THE REPORT
097900*----------------------------------------------------------------
098000 3000-TERMINATE.
098100     IF NOT WS-INIT-FAILED
098200         DISPLAY "RUNSTAT: BUSINESS DAY " WS-CYCLE-DATE
098300             " AUDIT-LOG LINES = " WS-DAY-LINES
098400         DISPLAY "RUNSTAT: EXCEPTIONS = " WS-EXCEPTION-COUNT
098500             " OVERRIDES = " WS-OVERRIDE-COUNT
098600     END-IF.
098700     IF WS-RUNSRPT-OPEN
098800         CLOSE STATUS-RPT
098900     END-IF.
099000 3000-TERMINATE-EXIT.
099100     EXIT.
