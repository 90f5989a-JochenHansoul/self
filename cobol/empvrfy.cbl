000100*****************************************************************
000200*  PROGRAM     :  EMPVRFY
000300*  AUTHOR      :  J. HANSOUL
000400*  INSTALLATION:  DATA PROCESSING
000500*  DATE-WRITTEN:  10/15/2026
000600*  DATE-COMPILED:
000700*----------------------------------------------------------------
000800*  PURPOSE     :  CROSS-FILE INTEGRITY VERIFICATION FOR THE
000900*                 EMPLOYEE FILES. READS EMPLOYEE-MASTER WITH
001000*                 DEPT-MASTER, NUMRSV AND EMPLOYEE-SUS AND PRINTS
001100*                 AN EXCEPTION REPORT (EMPVRPT) OF:
001200*                   DEPT     EMPLOYEE IN A DEPARTMENT THAT IS
001300*                            INACTIVE OR NOT ON DEPT-MASTER
001400*                   STATUS   STATUS/DATE CONFLICT - 'T' WITH NO
001500*                            TERMINATION DATE, 'A' OR 'L' WITH
001600*                            ONE, A TERMINATION BEFORE THE HIRE
001700*                            DATE, A HIRE DATE AFTER THE RUN
001800*                            DATE, OR A STATUS OR DATE THAT IS
001900*                            NOT VALID
002000*                   RESERVE  NUMRSV RESERVATION THAT NEVER
002100*                            BECAME A MASTER RECORD
002200*                   SUSPENSE EMPLOYEE-SUS ENTRY WHOSE ID HAS
002300*                            SINCE BEEN ADDED TO THE MASTER
002400*                 EACH CONDITION AND CATEGORY IS COUNTED ON THE
002500*                 SUMMARY PAGE. A RESERVATION IS ONLY AN ORPHAN IF
002600*                 ITS ID IS NOT ON THE MASTER AND CHANGE-ARCH /
002700*                 CHANGE-HIST SHOW NO DELETE, PURGE OR XFER TAKING
002800*                 IT OFF; ID'S RETIRED BY EMPPURGE (OPERATOR
002900*                 EMPPURGE) ARE NOT ORPHANS. THE JOB IS READ-ONLY
003000*                 AND DOES NOT TAKE RUNLOCK. RETURN CODE 0 = NO
003100*                 EXCEPTIONS, 4 = EXCEPTIONS LISTED, 16 = THE
003200*                 VERIFICATION COULD NOT BE RUN, SO THE SCHEDULER
003300*                 CAN HOLD PAYEXT UNTIL THE REPORT HAS BEEN SEEN.
003400*----------------------------------------------------------------
003500*  MODIFICATION HISTORY
003600*    DATE       INIT  DESCRIPTION
003700*    10/15/2026 JH    ORIGINAL PROGRAM.
003710*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
003720*                       THE LAST/FIRST NAME ALTERNATE KEY
003730*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
003740*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
003750*                       CHANGE TO THIS PROGRAM'S LOGIC.
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
004000     PROGRAM-ID.     EMPVRFY.
004100     AUTHOR.         J. HANSOUL.
004200     INSTALLATION.   DATA PROCESSING.
004300     DATE-WRITTEN.   10/15/2026.
004400     DATE-COMPILED.

004500*----------------------------------------------------------------
004600*  ENVIRONMENT DIVISION
004700*----------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000     SOURCE-COMPUTER.   IBM-370.
005100     OBJECT-COMPUTER.   IBM-370.

005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS EM-ID
005750         ALTERNATE RECORD KEY IS EM-NAME-KEY
005760             WITH DUPLICATES
005800         FILE STATUS IS WS-EMPMAST-STATUS.
005900     SELECT NUMBER-RESERVE ASSIGN TO "NUMRSV"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS NR-ID
006300         FILE STATUS IS WS-NUMRSV-STATUS.
006400     SELECT DEPT-MASTER   ASSIGN TO "DEPTMAST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-DEPTMAST-STATUS.
006700     SELECT EMPLOYEE-SUS  ASSIGN TO "EMPSUS"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-EMPSUS-STATUS.
007000     SELECT CHANGE-HIST   ASSIGN TO "EMPCHG"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-CHGHIST-STATUS.
007300     SELECT CHANGE-ARCH   ASSIGN TO "EMPCHGA"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-CHGARCH-STATUS.
007600     SELECT VERIFY-RPT    ASSIGN TO "EMPVRPT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-VRFRPT-STATUS.

007900*----------------------------------------------------------------
008000*  DATA DIVISION
008100*----------------------------------------------------------------
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  EMPLOYEE-MASTER
008500     LABEL RECORDS ARE STANDARD.
008600     COPY EMPREC REPLACING
008700         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
008800         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
008850         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
008900         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
009000         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
009100         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
009200         ==WS-TITLE==           BY ==EM-TITLE==
009300         ==WS-NAME==            BY ==EM-NAME==
009400         ==WS-ID==              BY ==EM-ID==
009500         ==WS-DEPT==            BY ==EM-DEPT==
009600         ==WS-EMP-NO==          BY ==EM-EMP-NO==
009700         ==WS-STATUS-CODE==     BY ==EM-STATUS-CODE==
009800         ==WS-STA-ACTIVE==      BY ==EM-STA-ACTIVE==
009900         ==WS-STA-ON-LEAVE==    BY ==EM-STA-ON-LEAVE==
010000         ==WS-STA-TERMINATED==  BY ==EM-STA-TERMINATED==
010100         ==WS-HIRE-DATE==       BY ==EM-HIRE-DATE==
010200         ==WS-TERM-DATE==       BY ==EM-TERM-DATE==.

010300 FD  NUMBER-RESERVE
010400     LABEL RECORDS ARE STANDARD.
010500 01  NUMBER-RESERVE-RECORD.
010600     05  NR-ID.
010700         10  NR-DEPT          PIC 9(03).
010800         10  NR-EMP-NO        PIC 9(05).
010900     05  NR-OPERATOR-ID       PIC X(08).
011000     05  NR-RES-DATE          PIC 9(06).

011100 FD  DEPT-MASTER
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  DEPT-MASTER-RECORD       PIC X(29).

011500 FD  EMPLOYEE-SUS
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  EMPLOYEE-SUS-RECORD      PIC X(76).

011900 FD  CHANGE-HIST
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200 01  CHANGE-HIST-RECORD       PIC X(120).

012300 FD  CHANGE-ARCH
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600 01  CHANGE-ARCH-RECORD       PIC X(120).

012700 FD  VERIFY-RPT
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000 01  VERIFY-RPT-RECORD        PIC X(132).

013100 WORKING-STORAGE SECTION.
013200     COPY DEPTREC.
013300     COPY EMPLIM.
013400     COPY SUSREC.

013500*----------------------------------------------------------------
013600*  WS-HIST-LINE - ONE CHANGE-HIST OR CHANGE-ARCH LINE. THE
013700*  STANDARD LAYOUT CARRIES ONE EMPLOYEE ID AFTER THE ACTION; THE
013800*  XFER LAYOUT (" XFER " IN COLUMNS 27-32) CARRIES THE OLD AND
013900*  NEW IDS.
014000*----------------------------------------------------------------
014100 01  WS-HIST-LINE.
014200     05  WL-DATE              PIC X(08).
014300     05  FILLER               PIC X(01).
014400     05  WL-TIME              PIC X(08).
014500     05  FILLER               PIC X(01).
014600     05  WL-OPERATOR-ID       PIC X(08).
014700     05  WL-STD-PORTION.
014800         10  FILLER           PIC X(01).
014900         10  WL-ACTION        PIC X(06).
015000         10  FILLER           PIC X(01).
015100         10  WL-DEPT          PIC X(03).
015200         10  FILLER           PIC X(01).
015300         10  WL-EMP-NO        PIC X(05).
015400         10  FILLER           PIC X(77).
015500     05  WL-XFER-PORTION REDEFINES WL-STD-PORTION.
015600         10  WL-X-TAG         PIC X(06).
015700         10  WL-X-OLD-DEPT    PIC X(03).
015800         10  FILLER           PIC X(01).
015900         10  WL-X-OLD-EMP-NO  PIC X(05).
016000         10  FILLER           PIC X(04).
016100         10  WL-X-NEW-DEPT    PIC X(03).
016200         10  FILLER           PIC X(01).
016300         10  WL-X-NEW-EMP-NO  PIC X(05).
016400         10  FILLER           PIC X(66).

016500 01  WS-SWITCHES.
016600     05  WS-INIT-FAILED-SWITCH PIC X(01) VALUE 'N'.
016700         88  WS-INIT-FAILED              VALUE 'Y'.
016800     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
016900         88  WS-EOF                     VALUE 'Y'.
017000     05  WS-DEPTMAST-EOF-SWITCH PIC X(01) VALUE 'N'.
017100         88  WS-DEPTMAST-EOF            VALUE 'Y'.
017200     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
017300         88  WS-HIST-EOF                VALUE 'Y'.
017400     05  WS-ARCH-EOF-SWITCH   PIC X(01) VALUE 'N'.
017500         88  WS-ARCH-EOF                VALUE 'Y'.
017600     05  WS-RSV-EOF-SWITCH    PIC X(01) VALUE 'N'.
017700         88  WS-RSV-EOF                 VALUE 'Y'.
017800     05  WS-SUS-EOF-SWITCH    PIC X(01) VALUE 'N'.
017900         88  WS-SUS-EOF                 VALUE 'Y'.
018000     05  WS-EMPMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
018100         88  WS-EMPMAST-OPEN            VALUE 'Y'.
018200     05  WS-VRFRPT-OPEN-SWITCH PIC X(01) VALUE 'N'.
018300         88  WS-VRFRPT-OPEN             VALUE 'Y'.
018400     05  WS-NUMRSV-PRESENT-SWITCH PIC X(01) VALUE 'N'.
018500         88  WS-NUMRSV-PRESENT          VALUE 'Y'.
018600     05  WS-EMPSUS-PRESENT-SWITCH PIC X(01) VALUE 'N'.
018700         88  WS-EMPSUS-PRESENT          VALUE 'Y'.
018800     05  WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
018900         88  WS-RECORD-FOUND            VALUE 'Y'.
019000         88  WS-RECORD-NOT-FOUND        VALUE 'N'.
019100     05  WS-LEFT-SWITCH       PIC X(01) VALUE 'N'.
019200         88  WS-ID-LEFT-MASTER          VALUE 'Y'.

019300 01  WS-FILE-STATUSES.
019400     05  WS-EMPMAST-STATUS    PIC X(02) VALUE SPACES.
019500     05  WS-NUMRSV-STATUS     PIC X(02) VALUE SPACES.
019600     05  WS-DEPTMAST-STATUS   PIC X(02) VALUE SPACES.
019700     05  WS-EMPSUS-STATUS     PIC X(02) VALUE SPACES.
019800     05  WS-CHGHIST-STATUS    PIC X(02) VALUE SPACES.
019900     05  WS-CHGARCH-STATUS    PIC X(02) VALUE SPACES.
020000     05  WS-VRFRPT-STATUS     PIC X(02) VALUE SPACES.

020100 01  WS-COUNTERS COMP.
020200     05  WS-RECORDS-READ      PIC 9(07) VALUE ZERO.
020300     05  WS-RSV-READ          PIC 9(07) VALUE ZERO.
020400     05  WS-RSV-RETIRED       PIC 9(07) VALUE ZERO.
020500     05  WS-RSV-LEFT          PIC 9(07) VALUE ZERO.
020600     05  WS-SUS-READ          PIC 9(07) VALUE ZERO.
020700     05  WS-LEFT-COUNT        PIC 9(05) VALUE ZERO.
020800     05  WS-LEFT-OVERFLOW     PIC 9(07) VALUE ZERO.
020900     05  WS-LFT-IDX           PIC 9(05) VALUE ZERO.
021000     05  WS-LINE-COUNT        PIC 9(03) VALUE ZERO.
021100     05  WS-PAGE-COUNT        PIC 9(03) VALUE ZERO.

021200*----------------------------------------------------------------
021300*  EXCEPTION COUNTS - ONE PER CONDITION, ROLLED UP INTO THE FOUR
021400*  CATEGORY TOTALS AND THE GRAND TOTAL THAT SETS THE RETURN CODE
021500*----------------------------------------------------------------
021600 01  WS-EXCEPTION-COUNTS COMP.
021700     05  WS-CNT-DEPT-INACTIVE PIC 9(07) VALUE ZERO.
021800     05  WS-CNT-DEPT-MISSING  PIC 9(07) VALUE ZERO.
021900     05  WS-CNT-BAD-STATUS    PIC 9(07) VALUE ZERO.
022000     05  WS-CNT-BAD-DATE      PIC 9(07) VALUE ZERO.
022100     05  WS-CNT-TERM-NO-DATE  PIC 9(07) VALUE ZERO.
022200     05  WS-CNT-ACTIVE-TERMED PIC 9(07) VALUE ZERO.
022300     05  WS-CNT-TERM-BEFORE   PIC 9(07) VALUE ZERO.
022400     05  WS-CNT-HIRE-FUTURE   PIC 9(07) VALUE ZERO.
022500     05  WS-CNT-ORPHAN-RSV    PIC 9(07) VALUE ZERO.
022600     05  WS-CNT-SUS-ON-MASTER PIC 9(07) VALUE ZERO.
022700     05  WS-TOT-DEPT          PIC 9(07) VALUE ZERO.
022800     05  WS-TOT-STATUS        PIC 9(07) VALUE ZERO.
022900     05  WS-TOT-EXCEPTIONS    PIC 9(07) VALUE ZERO.

023000 01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 060.
023100 01  WS-MAX-LEFT              PIC 9(05) VALUE 05000.

023200*----------------------------------------------------------------
023300*  WS-DEPT-STATE-TABLE - ONE BYTE PER DEPARTMENT CODE IN THE
023400*  EMPLIM RANGE: SPACE = NOT ON DEPT-MASTER, OTHERWISE THE
023500*  DEPARTMENT'S ACTIVE FLAG ('A' ACTIVE, 'I' INACTIVE)
023600*----------------------------------------------------------------
023700 01  WS-DEPT-STATE-TABLE          PIC X(899) VALUE SPACES.
023800 01  WS-DEPT-STATE-ENTRIES REDEFINES WS-DEPT-STATE-TABLE.
023900     05  WS-DPT-STATE-ENTRY   OCCURS 899 TIMES
024000                                  PIC X(01).

024100*----------------------------------------------------------------
024200*  WS-LEFT-TABLE - EVERY ID CHANGE-ARCH / CHANGE-HIST SHOWS
024300*  LEAVING THE MASTER: THE KEY OF A DELETE OR PURGE LINE AND THE
024400*  OLD KEY OF AN XFER LINE. A RESERVED ID THAT IS NOT ON THE
024500*  MASTER BUT IS HERE WAS A MASTER RECORD ONCE.
024600*----------------------------------------------------------------
024700 01  WS-LEFT-TABLE.
024800     05  WS-LFT-ID OCCURS 5000 TIMES
024900                              PIC X(08).

025000 01  WS-TEST-ID               PIC X(08) VALUE SPACES.

025100 01  WS-RUN-DATE.
025200     05  WS-RUN-YY            PIC 9(02).
025300     05  WS-RUN-MM            PIC 9(02).
025400     05  WS-RUN-DD            PIC 9(02).
025500 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
025600                              PIC 9(06).

025700*----------------------------------------------------------------
025800*  WS-DATE-WORK / WS-DATE-EDIT - A YYMMDD DATE AND ITS MM/DD/YY
025900*  PRINTED FORM
026000*----------------------------------------------------------------
026100 01  WS-DATE-WORK.
026200     05  WS-DW-YY             PIC 9(02).
026300     05  WS-DW-MM             PIC 9(02).
026400     05  WS-DW-DD             PIC 9(02).
026500 01  WS-DATE-EDIT.
026600     05  WS-DE-MM             PIC 9(02).
026700     05  FILLER               PIC X(01) VALUE "/".
026800     05  WS-DE-DD             PIC 9(02).
026900     05  FILLER               PIC X(01) VALUE "/".
027000     05  WS-DE-YY             PIC 9(02).
027100 01  WS-DATE-OUT              PIC X(08) VALUE SPACES.

027200 01  WS-RESERVED-BY.
027300     05  FILLER               PIC X(12) VALUE "RESERVED BY ".
027400     05  WS-RB-OPERATOR-ID    PIC X(08).

027500*----------------------------------------------------------------
027600*  REPORT LINES
027700*----------------------------------------------------------------
027800 01  WS-PAGE-HEADER-1.
027900     05  FILLER               PIC X(20) VALUE SPACES.
028000     05  FILLER               PIC X(44)
028100             VALUE "EMPLOYEE FILES CROSS-FILE INTEGRITY CHECK".
028200     05  FILLER               PIC X(05) VALUE SPACES.
028300     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
028400     05  WR1-RUN-MM           PIC 9(02).
028500     05  FILLER               PIC X(01) VALUE "/".
028600     05  WR1-RUN-DD           PIC 9(02).
028700     05  FILLER               PIC X(01) VALUE "/".
028800     05  WR1-RUN-YY           PIC 9(02).
028900     05  FILLER               PIC X(05) VALUE SPACES.
029000     05  FILLER               PIC X(06) VALUE "PAGE: ".
029100     05  WR1-PAGE-NO          PIC ZZ9.

029200 01  WS-PAGE-HEADER-2.
029300     05  FILLER               PIC X(20) VALUE SPACES.
029400     05  FILLER               PIC X(36) VALUE
029500         "EMPLOYEE-MASTER AGAINST DEPT-MASTER,".
029600     05  FILLER               PIC X(22) VALUE
029700         " NUMRSV, EMPLOYEE-SUS".

029800 01  WS-COLUMN-HEADER.
029900     05  FILLER               PIC X(10) VALUE "CATEGORY".
030000     05  FILLER               PIC X(11) VALUE "ID".
030100     05  FILLER               PIC X(31) VALUE "NAME".
030200     05  FILLER               PIC X(04) VALUE "ST".
030300     05  FILLER               PIC X(09) VALUE "HIRED".
030400     05  FILLER               PIC X(10) VALUE "TERMINATED".
030500     05  FILLER               PIC X(09) VALUE "EXCEPTION".

030600 01  WS-DETAIL-LINE.
030700     05  WD-CATEGORY          PIC X(08).
030800     05  FILLER               PIC X(02) VALUE SPACES.
030900     05  WD-DEPT              PIC X(03).
031000     05  FILLER               PIC X(01) VALUE "-".
031100     05  WD-EMP-NO            PIC X(05).
031200     05  FILLER               PIC X(02) VALUE SPACES.
031300     05  WD-NAME              PIC X(30).
031400     05  FILLER               PIC X(01) VALUE SPACES.
031500     05  WD-STATUS            PIC X(01).
031600     05  FILLER               PIC X(03) VALUE SPACES.
031700     05  WD-DATE-1            PIC X(08).
031800     05  FILLER               PIC X(01) VALUE SPACES.
031900     05  WD-DATE-2            PIC X(08).
032000     05  FILLER               PIC X(02) VALUE SPACES.
032100     05  WD-TEXT              PIC X(45).

032200 01  WS-SECTION-LINE.
032300     05  FILLER               PIC X(04) VALUE "*** ".
032400     05  WSL-TEXT             PIC X(60).

032500 01  WS-SUMMARY-LINE.
032600     05  FILLER               PIC X(04) VALUE SPACES.
032700     05  WU-TEXT              PIC X(50).
032800     05  WU-COUNT             PIC ZZZ,ZZ9.

032900 01  WS-TOTAL-LINE.
033000     05  WT-TEXT              PIC X(54).
033100     05  WT-COUNT             PIC ZZZ,ZZ9.
033200     05  FILLER               PIC X(02) VALUE SPACES.
033300     05  WT-RESULT            PIC X(40).

033400*----------------------------------------------------------------
033500*  PROCEDURE DIVISION
033600*----------------------------------------------------------------
033700 PROCEDURE DIVISION.
033800 0000-MAINLINE.
033900     PERFORM 1000-INITIALIZE
034000         THRU 1000-INITIALIZE-EXIT.
034100     IF NOT WS-INIT-FAILED
034200         MOVE "EMPLOYEE-MASTER - DEPARTMENT AND STATUS/DATES"
034300             TO WSL-TEXT
034400         PERFORM 4700-PRINT-SECTION
034500             THRU 4700-PRINT-SECTION-EXIT
034600         PERFORM 2000-CHECK-EMPLOYEE
034700             THRU 2000-CHECK-EMPLOYEE-EXIT
034800             UNTIL WS-EOF
034900         PERFORM 2500-CHECK-RESERVATIONS
035000             THRU 2500-CHECK-RESERVATIONS-EXIT
035100         PERFORM 2700-CHECK-SUSPENSE
035200             THRU 2700-CHECK-SUSPENSE-EXIT
035300         PERFORM 4000-PRINT-SUMMARY
035400             THRU 4000-PRINT-SUMMARY-EXIT
035500     END-IF.
035600     PERFORM 3000-TERMINATE
035700         THRU 3000-TERMINATE-EXIT.
035800     STOP RUN.

035900*----------------------------------------------------------------
036000*  1000-INITIALIZE - LOAD THE DEPARTMENT STATES AND THE IDS THE
036100*  LOGS SHOW LEAVING THE MASTER, THEN OPEN THE MASTER AND THE
036200*  REPORT. WITHOUT DEPT-MASTER EVERY EMPLOYEE WOULD SHOW AS IN A
036300*  MISSING DEPARTMENT, SO THE RUN STOPS INSTEAD.
036400*----------------------------------------------------------------
036500 1000-INITIALIZE.
036600     ACCEPT WS-RUN-DATE FROM DATE.
036700     PERFORM 1200-LOAD-DEPT-STATES
036800         THRU 1200-LOAD-DEPT-STATES-EXIT.
036900     IF WS-INIT-FAILED
037000         GO TO 1000-INITIALIZE-EXIT
037100     END-IF.
037200     PERFORM 1300-LOAD-LEFT-IDS
037300         THRU 1300-LOAD-LEFT-IDS-EXIT.
037400     OPEN INPUT EMPLOYEE-MASTER.
037500     IF WS-EMPMAST-STATUS NOT = "00"
037600         DISPLAY "EMPVRFY: ERROR OPENING EMPLOYEE-MASTER "
037700             "STATUS = " WS-EMPMAST-STATUS
037800         SET WS-INIT-FAILED TO TRUE
037900         GO TO 1000-INITIALIZE-EXIT
038000     END-IF.
038100     SET WS-EMPMAST-OPEN TO TRUE.
038200     OPEN OUTPUT VERIFY-RPT.
038300     IF WS-VRFRPT-STATUS NOT = "00"
038400         DISPLAY "EMPVRFY: ERROR OPENING VERIFY-RPT "
038500             "STATUS = " WS-VRFRPT-STATUS
038600         SET WS-INIT-FAILED TO TRUE
038700         GO TO 1000-INITIALIZE-EXIT
038800     END-IF.
038900     SET WS-VRFRPT-OPEN TO TRUE.
039000     PERFORM 4900-PRINT-PAGE-HEADERS
039100         THRU 4900-PRINT-PAGE-HEADERS-EXIT.
039200 1000-INITIALIZE-EXIT.
039300     EXIT.

039400*----------------------------------------------------------------
039500*  1200-LOAD-DEPT-STATES - LOAD EACH DEPARTMENT'S ACTIVE FLAG
039600*  INTO THE DIRECT-INDEXED STATE TABLE
039700*----------------------------------------------------------------
039800 1200-LOAD-DEPT-STATES.
039900     MOVE SPACES TO WS-DEPT-STATE-TABLE.
040000     OPEN INPUT DEPT-MASTER.
040100     IF WS-DEPTMAST-STATUS NOT = "00"
040200         DISPLAY "EMPVRFY: NO DEPARTMENT MASTER - STATUS = "
040300             WS-DEPTMAST-STATUS " - VERIFICATION NOT RUN"
040400         SET WS-INIT-FAILED TO TRUE
040500         GO TO 1200-LOAD-DEPT-STATES-EXIT
040600     END-IF.
040700     PERFORM 1250-READ-DEPT-RECORD
040800         THRU 1250-READ-DEPT-RECORD-EXIT
040900         UNTIL WS-DEPTMAST-EOF.
041000     CLOSE DEPT-MASTER.
041100 1200-LOAD-DEPT-STATES-EXIT.
041200     EXIT.

041300*----------------------------------------------------------------
041400*  1250-READ-DEPT-RECORD - READ ONE DEPARTMENT RECORD INTO THE
041500*  STATE TABLE SLOT FOR ITS CODE. A BLANK FLAG IS HELD AS 'I' SO
041600*  THE DEPARTMENT STILL COUNTS AS ON FILE.
041700*----------------------------------------------------------------
041800 1250-READ-DEPT-RECORD.
041900     READ DEPT-MASTER INTO WS-DEPARTMENT-RECORD
042000         AT END
042100             SET WS-DEPTMAST-EOF TO TRUE
042200     END-READ.
042300     IF NOT WS-DEPTMAST-EOF
042400         IF WS-DPT-CODE IS NUMERIC AND
042500            WS-DPT-CODE >= WS-DEPT-LOW AND
042600            WS-DPT-CODE <= WS-DEPT-HIGH
042700             IF WS-DPT-ACTIVE
042800                 MOVE 'A' TO WS-DPT-STATE-ENTRY(WS-DPT-CODE)
042900             ELSE
043000                 MOVE 'I' TO WS-DPT-STATE-ENTRY(WS-DPT-CODE)
043100             END-IF
043200         END-IF
043300     END-IF.
043400 1250-READ-DEPT-RECORD-EXIT.
043500     EXIT.

043600*----------------------------------------------------------------
043700*  1300-LOAD-LEFT-IDS - TABLE THE IDS THE LOGS SHOW LEAVING THE
043800*  MASTER, CHANGE-ARCH FIRST (CHGINQ MAY HAVE ROLLED LINES OFF)
043900*  AND THEN CHANGE-HIST. WITHOUT EITHER LOG EVERY RESERVATION
044000*  NOT ON THE MASTER IS REPORTED.
044100*----------------------------------------------------------------
044200 1300-LOAD-LEFT-IDS.
044300     OPEN INPUT CHANGE-ARCH.
044400     IF WS-CHGARCH-STATUS = "00"
044500         PERFORM 1310-READ-ARCH-LINE
044600             THRU 1310-READ-ARCH-LINE-EXIT
044700             UNTIL WS-ARCH-EOF
044800         CLOSE CHANGE-ARCH
044900     END-IF.
045000     OPEN INPUT CHANGE-HIST.
045100     IF WS-CHGHIST-STATUS = "00"
045200         PERFORM 1320-READ-HIST-LINE
045300             THRU 1320-READ-HIST-LINE-EXIT
045400             UNTIL WS-HIST-EOF
045500         CLOSE CHANGE-HIST
045600     ELSE
045700         DISPLAY "EMPVRFY: NO CHANGE-HIST FILE - STATUS = "
045800             WS-CHGHIST-STATUS " - DELETES AND TRANSFERS UNKNOWN"
045900     END-IF.
046000     IF WS-LEFT-OVERFLOW > ZERO
046100         DISPLAY "EMPVRFY: LEFT-MASTER TABLE FULL - "
046200             WS-LEFT-OVERFLOW " LINES NOT LOADED"
046300     END-IF.
046400 1300-LOAD-LEFT-IDS-EXIT.
046500     EXIT.

046600 1310-READ-ARCH-LINE.
046700     READ CHANGE-ARCH INTO WS-HIST-LINE
046800         AT END
046900             SET WS-ARCH-EOF TO TRUE
047000     END-READ.
047100     IF NOT WS-ARCH-EOF
047200         PERFORM 1350-TABLE-HIST-LINE
047300             THRU 1350-TABLE-HIST-LINE-EXIT
047400     END-IF.
047500 1310-READ-ARCH-LINE-EXIT.
047600     EXIT.

047700 1320-READ-HIST-LINE.
047800     READ CHANGE-HIST INTO WS-HIST-LINE
047900         AT END
048000             SET WS-HIST-EOF TO TRUE
048100     END-READ.
048200     IF NOT WS-HIST-EOF
048300         PERFORM 1350-TABLE-HIST-LINE
048400             THRU 1350-TABLE-HIST-LINE-EXIT
048500     END-IF.
048600 1320-READ-HIST-LINE-EXIT.
048700     EXIT.

048800*----------------------------------------------------------------
048900*  1350-TABLE-HIST-LINE - TABLE THE ID A DELETE, PURGE OR XFER
049000*  LINE TOOK OFF THE MASTER. EVERY OTHER LINE IS IGNORED.
049100*----------------------------------------------------------------
049200 1350-TABLE-HIST-LINE.
049300     MOVE SPACES TO WS-TEST-ID.
049400     IF WL-X-TAG = " XFER "
049500         MOVE WL-X-OLD-DEPT   TO WS-TEST-ID(1:3)
049600         MOVE WL-X-OLD-EMP-NO TO WS-TEST-ID(4:5)
049700     ELSE
049800         IF WL-ACTION = "DELETE" OR "PURGE "
049900             MOVE WL-DEPT     TO WS-TEST-ID(1:3)
050000             MOVE WL-EMP-NO   TO WS-TEST-ID(4:5)
050100         ELSE
050200             GO TO 1350-TABLE-HIST-LINE-EXIT
050300         END-IF
050400     END-IF.
050500     IF WS-LEFT-COUNT >= WS-MAX-LEFT
050600         ADD 1 TO WS-LEFT-OVERFLOW
050700         GO TO 1350-TABLE-HIST-LINE-EXIT
050800     END-IF.
050900     ADD 1 TO WS-LEFT-COUNT.
051000     MOVE WS-TEST-ID TO WS-LFT-ID(WS-LEFT-COUNT).
051100 1350-TABLE-HIST-LINE-EXIT.
051200     EXIT.

051300*----------------------------------------------------------------
051400*  2000-CHECK-EMPLOYEE - READ ONE MASTER RECORD AND CHECK ITS
051500*  DEPARTMENT AND ITS STATUS AND DATES. A RECORD CAN FAIL MORE
051600*  THAN ONE CHECK; EACH FAILURE IS A LINE AND A COUNT OF ITS OWN.
051700*----------------------------------------------------------------
051800 2000-CHECK-EMPLOYEE.
051900     READ EMPLOYEE-MASTER NEXT RECORD
052000         AT END
052100             SET WS-EOF TO TRUE
052200             GO TO 2000-CHECK-EMPLOYEE-EXIT
052300     END-READ.
052400     ADD 1 TO WS-RECORDS-READ.
052500     PERFORM 2100-CHECK-DEPARTMENT
052600         THRU 2100-CHECK-DEPARTMENT-EXIT.
052700     PERFORM 2200-CHECK-STATUS-DATES
052800         THRU 2200-CHECK-STATUS-DATES-EXIT.
052900 2000-CHECK-EMPLOYEE-EXIT.
053000     EXIT.

053100*----------------------------------------------------------------
053200*  2100-CHECK-DEPARTMENT - THE EMPLOYEE'S DEPARTMENT MUST BE ON
053300*  DEPT-MASTER AND ACTIVE. A CODE OUTSIDE THE EMPLIM RANGE CANNOT
053400*  BE ON DEPT-MASTER AND IS REPORTED AS MISSING.
053500*----------------------------------------------------------------
053600 2100-CHECK-DEPARTMENT.
053700     IF EM-DEPT < WS-DEPT-LOW OR EM-DEPT > WS-DEPT-HIGH
053800         MOVE "DEPARTMENT NOT ON DEPT-MASTER" TO WD-TEXT
053900         ADD 1 TO WS-CNT-DEPT-MISSING
054000     ELSE
054100         IF WS-DPT-STATE-ENTRY(EM-DEPT) = 'A'
054200             GO TO 2100-CHECK-DEPARTMENT-EXIT
054300         END-IF
054400         IF WS-DPT-STATE-ENTRY(EM-DEPT) = SPACE
054500             MOVE "DEPARTMENT NOT ON DEPT-MASTER" TO WD-TEXT
054600             ADD 1 TO WS-CNT-DEPT-MISSING
054700         ELSE
054800             MOVE "DEPARTMENT IS INACTIVE"        TO WD-TEXT
054900             ADD 1 TO WS-CNT-DEPT-INACTIVE
055000         END-IF
055100     END-IF.
055200     MOVE "DEPT" TO WD-CATEGORY.
055300     PERFORM 2400-PRINT-EMPLOYEE-LINE
055400         THRU 2400-PRINT-EMPLOYEE-LINE-EXIT.
055500 2100-CHECK-DEPARTMENT-EXIT.
055600     EXIT.

055700*----------------------------------------------------------------
055800*  2200-CHECK-STATUS-DATES - THE STATUS CODE MUST BE A, L OR T
055900*  AND THE DATES NUMERIC BEFORE THEY CAN BE COMPARED. THEN: A 'T'
056000*  NEEDS A TERMINATION DATE, AN 'A' OR 'L' MUST NOT HAVE ONE (A
056100*  REHIRE CLEARS IT), A TERMINATION CANNOT PRECEDE THE HIRE, AND
056200*  NO ONE IS HIRED AFTER THE RUN DATE. DATES ARE YYMMDD AND ARE
056300*  COMPARED AS THEY STAND, AS IN THE OTHER REPORTS.
056400*----------------------------------------------------------------
056500 2200-CHECK-STATUS-DATES.
056600     MOVE "STATUS" TO WD-CATEGORY.
056700     IF NOT EM-STA-ACTIVE AND NOT EM-STA-ON-LEAVE AND
056800        NOT EM-STA-TERMINATED
056900         MOVE "STATUS CODE IS NOT A, L OR T" TO WD-TEXT
057000         ADD 1 TO WS-CNT-BAD-STATUS
057100         PERFORM 2400-PRINT-EMPLOYEE-LINE
057200             THRU 2400-PRINT-EMPLOYEE-LINE-EXIT
057300         GO TO 2200-CHECK-STATUS-DATES-EXIT
057400     END-IF.
057500     IF EM-HIRE-DATE IS NOT NUMERIC OR
057600        EM-TERM-DATE IS NOT NUMERIC
057700         MOVE "HIRE OR TERMINATION DATE IS NOT NUMERIC"
057800             TO WD-TEXT
057900         ADD 1 TO WS-CNT-BAD-DATE
058000         PERFORM 2400-PRINT-EMPLOYEE-LINE
058100             THRU 2400-PRINT-EMPLOYEE-LINE-EXIT
058200         GO TO 2200-CHECK-STATUS-DATES-EXIT
058300     END-IF.
058400     IF EM-STA-TERMINATED AND EM-TERM-DATE = ZERO
058500         MOVE "TERMINATED WITH NO TERMINATION DATE" TO WD-TEXT
058600         ADD 1 TO WS-CNT-TERM-NO-DATE
058700         PERFORM 2400-PRINT-EMPLOYEE-LINE
058800             THRU 2400-PRINT-EMPLOYEE-LINE-EXIT
058900     END-IF.
059000     IF NOT EM-STA-TERMINATED AND EM-TERM-DATE NOT = ZERO
059100         MOVE "ACTIVE OR ON LEAVE WITH A TERMINATION DATE"
059200             TO WD-TEXT
059300         ADD 1 TO WS-CNT-ACTIVE-TERMED
059400         PERFORM 2400-PRINT-EMPLOYEE-LINE
059500             THRU 2400-PRINT-EMPLOYEE-LINE-EXIT
059600     END-IF.
059700     IF EM-TERM-DATE NOT = ZERO AND EM-TERM-DATE < EM-HIRE-DATE
059800         MOVE "TERMINATION DATE BEFORE HIRE DATE" TO WD-TEXT
059900         ADD 1 TO WS-CNT-TERM-BEFORE
060000         PERFORM 2400-PRINT-EMPLOYEE-LINE
060100             THRU 2400-PRINT-EMPLOYEE-LINE-EXIT
060200     END-IF.
060300     IF EM-HIRE-DATE > WS-RUN-DATE-NUM
060400         MOVE "HIRE DATE IS IN THE FUTURE" TO WD-TEXT
060500         ADD 1 TO WS-CNT-HIRE-FUTURE
060600         PERFORM 2400-PRINT-EMPLOYEE-LINE
060700             THRU 2400-PRINT-EMPLOYEE-LINE-EXIT
060800     END-IF.
060900 2200-CHECK-STATUS-DATES-EXIT.
061000     EXIT.

061100*----------------------------------------------------------------
061200*  2400-PRINT-EMPLOYEE-LINE - PRINT THE CURRENT MASTER RECORD
061300*  WITH THE CATEGORY AND EXCEPTION TEXT SET BY THE CALLER
061400*----------------------------------------------------------------
061500 2400-PRINT-EMPLOYEE-LINE.
061600     MOVE EM-DEPT        TO WD-DEPT.
061700     MOVE EM-EMP-NO      TO WD-EMP-NO.
061800     MOVE EM-NAME        TO WD-NAME.
061900     MOVE EM-STATUS-CODE TO WD-STATUS.
062000     MOVE SPACES         TO WD-DATE-1.
062100     MOVE SPACES         TO WD-DATE-2.
062200     IF EM-HIRE-DATE IS NUMERIC
062300         MOVE EM-HIRE-DATE TO WS-DATE-WORK
062400         PERFORM 4850-EDIT-DATE
062500             THRU 4850-EDIT-DATE-EXIT
062600         MOVE WS-DATE-OUT  TO WD-DATE-1
062700     END-IF.
062800     IF EM-TERM-DATE IS NUMERIC
062900         MOVE EM-TERM-DATE TO WS-DATE-WORK
063000         PERFORM 4850-EDIT-DATE
063100             THRU 4850-EDIT-DATE-EXIT
063200         MOVE WS-DATE-OUT  TO WD-DATE-2
063300     END-IF.
063400     PERFORM 4800-WRITE-DETAIL
063500         THRU 4800-WRITE-DETAIL-EXIT.
063600 2400-PRINT-EMPLOYEE-LINE-EXIT.
063700     EXIT.

063800*----------------------------------------------------------------
063900*  2500-CHECK-RESERVATIONS - READ NUMRSV FROM THE START AND LOOK
064000*  EACH RESERVED ID UP ON THE MASTER. NO NUMRSV FILE MEANS NO
064100*  NUMBER HAS EVER BEEN ASSIGNED, SO THERE IS NOTHING TO CHECK.
064200*----------------------------------------------------------------
064300 2500-CHECK-RESERVATIONS.
064400     MOVE "NUMRSV - RESERVATIONS NEVER ON THE MASTER"
064500         TO WSL-TEXT.
064600     PERFORM 4700-PRINT-SECTION
064700         THRU 4700-PRINT-SECTION-EXIT.
064800     OPEN INPUT NUMBER-RESERVE.
064900     IF WS-NUMRSV-STATUS NOT = "00"
065000         DISPLAY "EMPVRFY: NO NUMBER-RESERVE FILE - STATUS = "
065100             WS-NUMRSV-STATUS " - RESERVATIONS NOT CHECKED"
065200         GO TO 2500-CHECK-RESERVATIONS-EXIT
065300     END-IF.
065400     SET WS-NUMRSV-PRESENT TO TRUE.
065500     PERFORM 2550-CHECK-ONE-RESERVATION
065600         THRU 2550-CHECK-ONE-RESERVATION-EXIT
065700         UNTIL WS-RSV-EOF.
065800     CLOSE NUMBER-RESERVE.
065900 2500-CHECK-RESERVATIONS-EXIT.
066000     EXIT.

066100*----------------------------------------------------------------
066200*  2550-CHECK-ONE-RESERVATION - A RESERVATION IS BACKED WHEN ITS
066300*  ID IS ON THE MASTER, OR WAS ONCE AND LEFT BY A LOGGED DELETE,
066400*  PURGE OR TRANSFER. ONE HELD BY EMPPURGE IS A RETIRED ID, NOT
066500*  AN ASSIGNMENT. WHAT REMAINS IS A NUMBER HANDED OUT FOR AN ADD
066600*  THAT NEVER LANDED.
066700*----------------------------------------------------------------
066800 2550-CHECK-ONE-RESERVATION.
066900     READ NUMBER-RESERVE NEXT RECORD
067000         AT END
067100             SET WS-RSV-EOF TO TRUE
067200             GO TO 2550-CHECK-ONE-RESERVATION-EXIT
067300     END-READ.
067400     ADD 1 TO WS-RSV-READ.
067500     IF NR-OPERATOR-ID = "EMPPURGE"
067600         ADD 1 TO WS-RSV-RETIRED
067700         GO TO 2550-CHECK-ONE-RESERVATION-EXIT
067800     END-IF.
067900     MOVE NR-ID TO EM-ID.
068000     PERFORM 2900-READ-MASTER-BY-KEY
068100         THRU 2900-READ-MASTER-BY-KEY-EXIT.
068200     IF WS-RECORD-FOUND
068300         GO TO 2550-CHECK-ONE-RESERVATION-EXIT
068400     END-IF.
068500     MOVE NR-ID TO WS-TEST-ID.
068600     MOVE 'N'   TO WS-LEFT-SWITCH.
068700     PERFORM 2600-SEARCH-LEFT-TABLE
068800         THRU 2600-SEARCH-LEFT-TABLE-EXIT
068900         VARYING WS-LFT-IDX FROM 1 BY 1
069000         UNTIL WS-LFT-IDX > WS-LEFT-COUNT OR WS-ID-LEFT-MASTER.
069100     IF WS-ID-LEFT-MASTER
069200         ADD 1 TO WS-RSV-LEFT
069300         GO TO 2550-CHECK-ONE-RESERVATION-EXIT
069400     END-IF.
069500     ADD 1 TO WS-CNT-ORPHAN-RSV.
069600     MOVE "RESERVE"       TO WD-CATEGORY.
069700     MOVE NR-DEPT         TO WD-DEPT.
069800     MOVE NR-EMP-NO       TO WD-EMP-NO.
069900     MOVE NR-OPERATOR-ID  TO WS-RB-OPERATOR-ID.
070000     MOVE WS-RESERVED-BY  TO WD-NAME.
070100     MOVE SPACE           TO WD-STATUS.
070200     MOVE SPACES          TO WD-DATE-1.
070300     MOVE SPACES          TO WD-DATE-2.
070400     IF NR-RES-DATE IS NUMERIC
070500         MOVE NR-RES-DATE TO WS-DATE-WORK
070600         PERFORM 4850-EDIT-DATE
070700             THRU 4850-EDIT-DATE-EXIT
070800         MOVE WS-DATE-OUT TO WD-DATE-1
070900     END-IF.
071000     MOVE "RESERVED BUT NEVER ON EMPLOYEE-MASTER" TO WD-TEXT.
071100     PERFORM 4800-WRITE-DETAIL
071200         THRU 4800-WRITE-DETAIL-EXIT.
071300 2550-CHECK-ONE-RESERVATION-EXIT.
071400     EXIT.

071500*----------------------------------------------------------------
071600*  2600-SEARCH-LEFT-TABLE - COMPARE ONE LEFT-MASTER ENTRY WITH
071700*  THE ID BEING CHECKED
071800*----------------------------------------------------------------
071900 2600-SEARCH-LEFT-TABLE.
072000     IF WS-LFT-ID(WS-LFT-IDX) = WS-TEST-ID
072100         SET WS-ID-LEFT-MASTER TO TRUE
072200     END-IF.
072300 2600-SEARCH-LEFT-TABLE-EXIT.
072400     EXIT.

072500*----------------------------------------------------------------
072600*  2700-CHECK-SUSPENSE - READ EMPLOYEE-SUS AND LOOK EACH HELD ID
072700*  UP ON THE MASTER. NO SUSPENSE FILE MEANS NOTHING IS HELD.
072800*----------------------------------------------------------------
072900 2700-CHECK-SUSPENSE.
073000     MOVE "EMPLOYEE-SUS - HELD ENTRIES SINCE ADDED TO THE MASTER"
073100         TO WSL-TEXT.
073200     PERFORM 4700-PRINT-SECTION
073300         THRU 4700-PRINT-SECTION-EXIT.
073400     OPEN INPUT EMPLOYEE-SUS.
073500     IF WS-EMPSUS-STATUS NOT = "00"
073600         DISPLAY "EMPVRFY: NO EMPLOYEE-SUS FILE - STATUS = "
073700             WS-EMPSUS-STATUS " - SUSPENSE NOT CHECKED"
073800         GO TO 2700-CHECK-SUSPENSE-EXIT
073900     END-IF.
074000     SET WS-EMPSUS-PRESENT TO TRUE.
074100     PERFORM 2750-CHECK-ONE-SUSPENSE
074200         THRU 2750-CHECK-ONE-SUSPENSE-EXIT
074300         UNTIL WS-SUS-EOF.
074400     CLOSE EMPLOYEE-SUS.
074500 2700-CHECK-SUSPENSE-EXIT.
074600     EXIT.

074700*----------------------------------------------------------------
074800*  2750-CHECK-ONE-SUSPENSE - AN ENTRY IS HELD BECAUSE ITS ID WAS
074900*  ALREADY ON THE MASTER (OM) OR TAKEN EARLIER IN THE SAME BATCH
075000*  (DB), SO FINDING THE ID ON THE MASTER IS NOT BY ITSELF NEWS.
075100*  IT HAS SINCE BEEN ADDED WHEN THE MASTER RECORD'S HIRE DATE IS
075200*  LATER THAN THE DAY THE ENTRY WAS HELD - A PROMOTE, ADD OR
075300*  REHIRE THAT LEFT THE ENTRY BEHIND. AN ENTRY FROM BEFORE
075400*  SUSREC CARRIED A DATE IS TAKEN AS ADDED WHEN THE MASTER NAME
075500*  IS THE HELD NAME.
075600*----------------------------------------------------------------
075700 2750-CHECK-ONE-SUSPENSE.
075800     READ EMPLOYEE-SUS INTO WS-SUSPENSE-RECORD
075900         AT END
076000             SET WS-SUS-EOF TO TRUE
076100             GO TO 2750-CHECK-ONE-SUSPENSE-EXIT
076200     END-READ.
076300     ADD 1 TO WS-SUS-READ.
076400     IF WS-SUS-DEPT IS NOT NUMERIC OR
076500        WS-SUS-EMP-NO IS NOT NUMERIC
076600         GO TO 2750-CHECK-ONE-SUSPENSE-EXIT
076700     END-IF.
076800     MOVE WS-SUS-DEPT   TO EM-DEPT.
076900     MOVE WS-SUS-EMP-NO TO EM-EMP-NO.
077000     PERFORM 2900-READ-MASTER-BY-KEY
077100         THRU 2900-READ-MASTER-BY-KEY-EXIT.
077200     IF WS-RECORD-NOT-FOUND
077300         GO TO 2750-CHECK-ONE-SUSPENSE-EXIT
077400     END-IF.
077500     IF WS-SUS-DATE IS NUMERIC AND WS-SUS-DATE NOT = ZERO
077600         IF EM-HIRE-DATE IS NOT NUMERIC OR
077700            EM-HIRE-DATE NOT > WS-SUS-DATE
077800             GO TO 2750-CHECK-ONE-SUSPENSE-EXIT
077900         END-IF
078000     ELSE
078100         IF EM-NAME NOT = WS-SUS-NAME
078200             GO TO 2750-CHECK-ONE-SUSPENSE-EXIT
078300         END-IF
078400     END-IF.
078500     ADD 1 TO WS-CNT-SUS-ON-MASTER.
078600     MOVE "SUSPENSE" TO WD-CATEGORY.
078700     MOVE WS-SUS-DEPT   TO WD-DEPT.
078800     MOVE WS-SUS-EMP-NO TO WD-EMP-NO.
078900     MOVE WS-SUS-NAME   TO WD-NAME.
079000     MOVE EM-STATUS-CODE TO WD-STATUS.
079100     MOVE SPACES        TO WD-DATE-1.
079200     MOVE SPACES        TO WD-DATE-2.
079300     IF EM-HIRE-DATE IS NUMERIC
079400         MOVE EM-HIRE-DATE TO WS-DATE-WORK
079500         PERFORM 4850-EDIT-DATE
079600             THRU 4850-EDIT-DATE-EXIT
079700         MOVE WS-DATE-OUT  TO WD-DATE-1
079800     END-IF.
079900     MOVE "HELD ON EMPLOYEE-SUS - ID NOW ON MASTER" TO WD-TEXT.
080000     PERFORM 4800-WRITE-DETAIL
080100         THRU 4800-WRITE-DETAIL-EXIT.
080200 2750-CHECK-ONE-SUSPENSE-EXIT.
080300     EXIT.

080400*----------------------------------------------------------------
080500*  2900-READ-MASTER-BY-KEY - RANDOM READ OF THE MASTER FOR THE
080600*  KEY THE CALLER HAS MOVED TO EM-ID
080700*----------------------------------------------------------------
080800 2900-READ-MASTER-BY-KEY.
080900     READ EMPLOYEE-MASTER
081000         INVALID KEY
081100             SET WS-RECORD-NOT-FOUND TO TRUE
081200         NOT INVALID KEY
081300             SET WS-RECORD-FOUND TO TRUE
081400     END-READ.
081500 2900-READ-MASTER-BY-KEY-EXIT.
081600     EXIT.

081700*----------------------------------------------------------------
081800*  4000-PRINT-SUMMARY - ONE LINE PER CONDITION UNDER ITS
081900*  CATEGORY, THE CATEGORY TOTALS, AND THE GRAND TOTAL WITH THE
082000*  RESULT THE RETURN CODE CARRIES
082100*----------------------------------------------------------------
082200 4000-PRINT-SUMMARY.
082300     ADD WS-CNT-DEPT-INACTIVE WS-CNT-DEPT-MISSING
082400         GIVING WS-TOT-DEPT.
082500     ADD WS-CNT-BAD-STATUS WS-CNT-BAD-DATE WS-CNT-TERM-NO-DATE
082600         WS-CNT-ACTIVE-TERMED WS-CNT-TERM-BEFORE
082700         WS-CNT-HIRE-FUTURE
082800         GIVING WS-TOT-STATUS.
082900     ADD WS-TOT-DEPT WS-TOT-STATUS WS-CNT-ORPHAN-RSV
083000         WS-CNT-SUS-ON-MASTER
083100         GIVING WS-TOT-EXCEPTIONS.
083200     PERFORM 4900-PRINT-PAGE-HEADERS
083300         THRU 4900-PRINT-PAGE-HEADERS-EXIT.
083400     MOVE "SUMMARY" TO WSL-TEXT.
083500     PERFORM 4700-PRINT-SECTION
083600         THRU 4700-PRINT-SECTION-EXIT.
083700     MOVE "EMPLOYEE-MASTER RECORDS CHECKED" TO WU-TEXT.
083800     MOVE WS-RECORDS-READ TO WU-COUNT.
083900     PERFORM 4750-WRITE-SUMMARY
084000         THRU 4750-WRITE-SUMMARY-EXIT.
084100     MOVE "NUMRSV RESERVATIONS CHECKED" TO WU-TEXT.
084200     MOVE WS-RSV-READ TO WU-COUNT.
084300     PERFORM 4750-WRITE-SUMMARY
084400         THRU 4750-WRITE-SUMMARY-EXIT.
084500     MOVE "  RETIRED BY EMPPURGE (NOT CHECKED)" TO WU-TEXT.
084600     MOVE WS-RSV-RETIRED TO WU-COUNT.
084700     PERFORM 4750-WRITE-SUMMARY
084800         THRU 4750-WRITE-SUMMARY-EXIT.
084900     MOVE "  LEFT THE MASTER BY DELETE/PURGE/XFER" TO WU-TEXT.
085000     MOVE WS-RSV-LEFT TO WU-COUNT.
085100     PERFORM 4750-WRITE-SUMMARY
085200         THRU 4750-WRITE-SUMMARY-EXIT.
085300     MOVE "EMPLOYEE-SUS ENTRIES CHECKED" TO WU-TEXT.
085400     MOVE WS-SUS-READ TO WU-COUNT.
085500     PERFORM 4750-WRITE-SUMMARY
085600         THRU 4750-WRITE-SUMMARY-EXIT.
085700     WRITE VERIFY-RPT-RECORD FROM SPACES.
085800     ADD 1 TO WS-LINE-COUNT.
085900     MOVE "DEPT     - DEPARTMENT INACTIVE" TO WU-TEXT.
086000     MOVE WS-CNT-DEPT-INACTIVE TO WU-COUNT.
086100     PERFORM 4750-WRITE-SUMMARY
086200         THRU 4750-WRITE-SUMMARY-EXIT.
086300     MOVE "DEPT     - DEPARTMENT NOT ON DEPT-MASTER" TO WU-TEXT.
086400     MOVE WS-CNT-DEPT-MISSING TO WU-COUNT.
086500     PERFORM 4750-WRITE-SUMMARY
086600         THRU 4750-WRITE-SUMMARY-EXIT.
086700     MOVE "DEPT     - CATEGORY TOTAL" TO WU-TEXT.
086800     MOVE WS-TOT-DEPT TO WU-COUNT.
086900     PERFORM 4750-WRITE-SUMMARY
087000         THRU 4750-WRITE-SUMMARY-EXIT.
087100     MOVE "STATUS   - STATUS CODE NOT A, L OR T" TO WU-TEXT.
087200     MOVE WS-CNT-BAD-STATUS TO WU-COUNT.
087300     PERFORM 4750-WRITE-SUMMARY
087400         THRU 4750-WRITE-SUMMARY-EXIT.
087500     MOVE "STATUS   - DATE NOT NUMERIC" TO WU-TEXT.
087600     MOVE WS-CNT-BAD-DATE TO WU-COUNT.
087700     PERFORM 4750-WRITE-SUMMARY
087800         THRU 4750-WRITE-SUMMARY-EXIT.
087900     MOVE "STATUS   - TERMINATED, NO TERMINATION DATE" TO WU-TEXT.
088000     MOVE WS-CNT-TERM-NO-DATE TO WU-COUNT.
088100     PERFORM 4750-WRITE-SUMMARY
088200         THRU 4750-WRITE-SUMMARY-EXIT.
088300     MOVE "STATUS   - ACTIVE/ON LEAVE WITH TERMINATION DATE"
088400         TO WU-TEXT.
088500     MOVE WS-CNT-ACTIVE-TERMED TO WU-COUNT.
088600     PERFORM 4750-WRITE-SUMMARY
088700         THRU 4750-WRITE-SUMMARY-EXIT.
088800     MOVE "STATUS   - TERMINATION DATE BEFORE HIRE DATE"
088900         TO WU-TEXT.
089000     MOVE WS-CNT-TERM-BEFORE TO WU-COUNT.
089100     PERFORM 4750-WRITE-SUMMARY
089200         THRU 4750-WRITE-SUMMARY-EXIT.
089300     MOVE "STATUS   - HIRE DATE IN THE FUTURE" TO WU-TEXT.
089400     MOVE WS-CNT-HIRE-FUTURE TO WU-COUNT.
089500     PERFORM 4750-WRITE-SUMMARY
089600         THRU 4750-WRITE-SUMMARY-EXIT.
089700     MOVE "STATUS   - CATEGORY TOTAL" TO WU-TEXT.
089800     MOVE WS-TOT-STATUS TO WU-COUNT.
089900     PERFORM 4750-WRITE-SUMMARY
090000         THRU 4750-WRITE-SUMMARY-EXIT.
090100     MOVE "RESERVE  - RESERVATION NEVER ON MASTER" TO WU-TEXT.
090200     MOVE WS-CNT-ORPHAN-RSV TO WU-COUNT.
090300     PERFORM 4750-WRITE-SUMMARY
090400         THRU 4750-WRITE-SUMMARY-EXIT.
090500     MOVE "SUSPENSE - HELD ENTRY NOW ON MASTER" TO WU-TEXT.
090600     MOVE WS-CNT-SUS-ON-MASTER TO WU-COUNT.
090700     PERFORM 4750-WRITE-SUMMARY
090800         THRU 4750-WRITE-SUMMARY-EXIT.
090900     WRITE VERIFY-RPT-RECORD FROM SPACES.
091000     MOVE "TOTAL EXCEPTIONS" TO WT-TEXT.
091100     MOVE WS-TOT-EXCEPTIONS  TO WT-COUNT.
091200     IF WS-TOT-EXCEPTIONS = ZERO
091300         MOVE "FILES AGREE"                     TO WT-RESULT
091400     ELSE
091500         MOVE "*** EXCEPTIONS - REVIEW BEFORE PAYEXT"
091600             TO WT-RESULT
091700     END-IF.
091800     WRITE VERIFY-RPT-RECORD FROM WS-TOTAL-LINE.
091900     IF NOT WS-NUMRSV-PRESENT
092000         MOVE "NUMRSV NOT PRESENT - RESERVATIONS NOT CHECKED"
092100             TO WSL-TEXT
092200         PERFORM 4700-PRINT-SECTION
092300             THRU 4700-PRINT-SECTION-EXIT
092400     END-IF.
092500     IF NOT WS-EMPSUS-PRESENT
092600         MOVE "EMPLOYEE-SUS NOT PRESENT - SUSPENSE NOT CHECKED"
092700             TO WSL-TEXT
092800         PERFORM 4700-PRINT-SECTION
092900             THRU 4700-PRINT-SECTION-EXIT
093000     END-IF.
093100     IF WS-LEFT-OVERFLOW > ZERO
093200         MOVE "LEFT-MASTER TABLE FULL - ORPHANS MAY BE OVERSTATED"
093300             TO WSL-TEXT
093400         PERFORM 4700-PRINT-SECTION
093500             THRU 4700-PRINT-SECTION-EXIT
093600     END-IF.
093700 4000-PRINT-SUMMARY-EXIT.
093800     EXIT.

093900*----------------------------------------------------------------
094000*  4700-PRINT-SECTION - A BLANK LINE AND A SECTION TITLE
094100*----------------------------------------------------------------
094200 4700-PRINT-SECTION.
094300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
094400         PERFORM 4900-PRINT-PAGE-HEADERS
094500             THRU 4900-PRINT-PAGE-HEADERS-EXIT
094600     END-IF.
094700     WRITE VERIFY-RPT-RECORD FROM SPACES.
094800     WRITE VERIFY-RPT-RECORD FROM WS-SECTION-LINE.
094900     ADD 2 TO WS-LINE-COUNT.
095000 4700-PRINT-SECTION-EXIT.
095100     EXIT.

095200*----------------------------------------------------------------
095300*  4750-WRITE-SUMMARY - ONE SUMMARY COUNT LINE
095400*----------------------------------------------------------------
095500 4750-WRITE-SUMMARY.
095600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
095700         PERFORM 4900-PRINT-PAGE-HEADERS
095800             THRU 4900-PRINT-PAGE-HEADERS-EXIT
095900     END-IF.
096000     WRITE VERIFY-RPT-RECORD FROM WS-SUMMARY-LINE.
096100     ADD 1 TO WS-LINE-COUNT.
096200 4750-WRITE-SUMMARY-EXIT.
096300     EXIT.

096400*----------------------------------------------------------------
096500*  4800-WRITE-DETAIL - ONE EXCEPTION LINE, STARTING A NEW PAGE
096600*  WHEN THIS ONE IS FULL
096700*----------------------------------------------------------------
096800 4800-WRITE-DETAIL.
096900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
097000         PERFORM 4900-PRINT-PAGE-HEADERS
097100             THRU 4900-PRINT-PAGE-HEADERS-EXIT
097200     END-IF.
097300     WRITE VERIFY-RPT-RECORD FROM WS-DETAIL-LINE.
097400     ADD 1 TO WS-LINE-COUNT.
097500 4800-WRITE-DETAIL-EXIT.
097600     EXIT.

097700*----------------------------------------------------------------
097800*  4850-EDIT-DATE - WS-DATE-WORK (YYMMDD) TO WS-DATE-OUT AS
097900*  MM/DD/YY; A ZERO DATE PRINTS BLANK
098000*----------------------------------------------------------------
098100 4850-EDIT-DATE.
098200     IF WS-DATE-WORK = ZERO
098300         MOVE SPACES TO WS-DATE-OUT
098400     ELSE
098500         MOVE WS-DW-MM     TO WS-DE-MM
098600         MOVE WS-DW-DD     TO WS-DE-DD
098700         MOVE WS-DW-YY     TO WS-DE-YY
098800         MOVE WS-DATE-EDIT TO WS-DATE-OUT
098900     END-IF.
099000 4850-EDIT-DATE-EXIT.
099100     EXIT.

099200*----------------------------------------------------------------
099300*  4900-PRINT-PAGE-HEADERS - START A NEW PAGE WITH THE RUN DATE,
099400*  PAGE NUMBER AND COLUMN HEADINGS
099500*----------------------------------------------------------------
099600 4900-PRINT-PAGE-HEADERS.
099700     ADD 1 TO WS-PAGE-COUNT.
099800     MOVE WS-RUN-MM     TO WR1-RUN-MM.
099900     MOVE WS-RUN-DD     TO WR1-RUN-DD.
100000     MOVE WS-RUN-YY     TO WR1-RUN-YY.
100100     MOVE WS-PAGE-COUNT TO WR1-PAGE-NO.
100200     IF WS-PAGE-COUNT > 1
100300         WRITE VERIFY-RPT-RECORD FROM SPACES
100400             AFTER ADVANCING PAGE
100500     END-IF.
100600     WRITE VERIFY-RPT-RECORD FROM WS-PAGE-HEADER-1.
100700     WRITE VERIFY-RPT-RECORD FROM WS-PAGE-HEADER-2.
100800     WRITE VERIFY-RPT-RECORD FROM SPACES.
100900     WRITE VERIFY-RPT-RECORD FROM WS-COLUMN-HEADER.
101000     MOVE ZERO TO WS-LINE-COUNT.
101100 4900-PRINT-PAGE-HEADERS-EXIT.
101200     EXIT.

101300*----------------------------------------------------------------
101400*  3000-TERMINATE - REPORT THE COUNTS, CLOSE WHATEVER IS OPEN,
101500*  AND SET THE RETURN CODE: 0 WHEN THE FILES AGREE, 4 WHEN
101600*  EXCEPTIONS WERE LISTED, 16 WHEN THE CHECK COULD NOT BE RUN
101700*----------------------------------------------------------------
101800 3000-TERMINATE.
101900     IF NOT WS-INIT-FAILED
102000         DISPLAY "EMPVRFY: MASTER RECORDS CHECKED = "
102100             WS-RECORDS-READ
102200         DISPLAY "EMPVRFY: DEPT = " WS-TOT-DEPT
102300             " STATUS = " WS-TOT-STATUS
102400             " RESERVE = " WS-CNT-ORPHAN-RSV
102500             " SUSPENSE = " WS-CNT-SUS-ON-MASTER
102600         DISPLAY "EMPVRFY: TOTAL EXCEPTIONS = " WS-TOT-EXCEPTIONS
102700     END-IF.
102800     IF WS-EMPMAST-OPEN
102900         CLOSE EMPLOYEE-MASTER
103000     END-IF.
103100     IF WS-VRFRPT-OPEN
103200         CLOSE VERIFY-RPT
103300     END-IF.
103400     IF WS-INIT-FAILED
103500         MOVE 16 TO RETURN-CODE
103600     ELSE
103700         IF WS-TOT-EXCEPTIONS > ZERO
103800             MOVE 4 TO RETURN-CODE
103900         ELSE
104000             MOVE ZERO TO RETURN-CODE
104100         END-IF
104200     END-IF.
104300 3000-TERMINATE-EXIT.
104400     EXIT.
