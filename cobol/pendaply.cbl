000100*****************************************************************
000200*  PROGRAM     :  PENDAPLY
000300*  AUTHOR      :  J. HANSOUL
000400*  INSTALLATION:  DATA PROCESSING
000500*  DATE-WRITTEN:  10/15/2026
000600*  DATE-COMPILED:
000700*----------------------------------------------------------------
000800*  PURPOSE     :  NIGHTLY APPLY RUN FOR FUTURE-DATED EMPMAINT
000900*                 ACTIONS. EMPMAINT HOLDS A TERMINATE, TRANSFER,
001000*                 LEAVE, RETURN, OR REHIRE KEYED WITH A LATER
001100*                 EFFECTIVE DATE ON THE PENDACT FILE (COPYBOOK
001200*                 PENDREC). THIS RUN APPLIES EVERY ACTION WHOSE
001300*                 DATE HAS ARRIVED TO EMPLOYEE-MASTER WITH THE
001400*                 SAME CHECKS AS THE ONLINE OPERATION - EMPLIM
001500*                 RANGES, THE DEPT-MASTER ACTIVE FLAG FOR THE
001600*                 EMPLOYEE'S AND A TRANSFER'S TARGET DEPARTMENT,
001700*                 AND THE STATUS RULES - AND LOGS IT TO
001800*                 CHANGE-HIST IN THE SAME LAYOUT UNDER THE
001900*                 OPERATOR WHO KEYED IT. A TERMINATION OR REHIRE
002000*                 IS STAMPED WITH THE EFFECTIVE DATE. AN ACTION
002100*                 THAT FAILS IS TAKEN OFF PENDACT, LOGGED AS
002200*                 FAIL-T/X/L/R AND PRINTED WITH THE REASON SO IT
002300*                 CAN BE RE-KEYED. A TRANSFER MOVES THE EMPLOYEE'S
002400*                 LATER PENDING ACTIONS TO THE NEW ID AS EMPMAINT
002500*                 DOES. THE REPORT (PNDRPT) LISTS WHAT WAS
002600*                 APPLIED, WHAT FAILED, AND WHAT IS STILL PENDING.
002700*                 THE RUN TAKES THE RUNLOCK INTERLOCK AND FAILS
002800*                 FAST IF IT IS HELD, LIKE EMPBKUP, AND APPENDS A
002900*                 LINE TO AUDIT-LOG.
003000*----------------------------------------------------------------
003100*  MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003300*    10/15/2026 JH    ORIGINAL PROGRAM.
003310*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
003320*                       THE LAST/FIRST NAME ALTERNATE KEY
003330*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
003340*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
003350*                       CHANGE TO THIS PROGRAM'S LOGIC.
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
003600     PROGRAM-ID.     PENDAPLY.
003700     AUTHOR.         J. HANSOUL.
003800     INSTALLATION.   DATA PROCESSING.
003900     DATE-WRITTEN.   10/15/2026.
004000     DATE-COMPILED.

004100*----------------------------------------------------------------
004200*  ENVIRONMENT DIVISION
004300*----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600     SOURCE-COMPUTER.   IBM-370.
004700     OBJECT-COMPUTER.   IBM-370.

004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS EM-ID
005350         ALTERNATE RECORD KEY IS EM-NAME-KEY
005360             WITH DUPLICATES
005400         FILE STATUS IS WS-EMPMAST-STATUS.
005500     SELECT PENDING-ACTIONS ASSIGN TO "PENDACT"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS PA-KEY
005900         FILE STATUS IS WS-PENDACT-STATUS.
006000     SELECT DEPT-MASTER   ASSIGN TO "DEPTMAST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-DEPTMAST-STATUS.
006300     SELECT CHANGE-HIST   ASSIGN TO "EMPCHG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CHGHIST-STATUS.
006600     SELECT RUN-LOCK      ASSIGN TO "RUNLOCK"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RUNLOCK-STATUS.
006900     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-AUDITLOG-STATUS.
007200     SELECT PENDING-RPT   ASSIGN TO "PNDRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-PNDRPT-STATUS.

007500*----------------------------------------------------------------
007600*  DATA DIVISION
007700*----------------------------------------------------------------
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  EMPLOYEE-MASTER
008100     LABEL RECORDS ARE STANDARD.
008200     COPY EMPREC REPLACING
008300         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
008400         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
008450         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
008500         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
008600         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
008700         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
008800         ==WS-TITLE==           BY ==EM-TITLE==
008900         ==WS-NAME==            BY ==EM-NAME==
009000         ==WS-ID==              BY ==EM-ID==
009100         ==WS-DEPT==            BY ==EM-DEPT==
009200         ==WS-EMP-NO==          BY ==EM-EMP-NO==
009300         ==WS-STATUS-CODE==     BY ==EM-STATUS-CODE==
009400         ==WS-STA-ACTIVE==      BY ==EM-STA-ACTIVE==
009500         ==WS-STA-ON-LEAVE==    BY ==EM-STA-ON-LEAVE==
009600         ==WS-STA-TERMINATED==  BY ==EM-STA-TERMINATED==
009700         ==WS-HIRE-DATE==       BY ==EM-HIRE-DATE==
009800         ==WS-TERM-DATE==       BY ==EM-TERM-DATE==.

009900 FD  PENDING-ACTIONS
010000     LABEL RECORDS ARE STANDARD.
010100 01  PENDING-ACTION-RECORD.
010200     05  PA-KEY               PIC X(20).
010300     05  FILLER               PIC X(53).

010400 FD  DEPT-MASTER
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 01  DEPT-MASTER-RECORD       PIC X(29).

010800 FD  CHANGE-HIST
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 01  CHANGE-HIST-RECORD       PIC X(120).

011200 FD  RUN-LOCK
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 01  RUN-LOCK-RECORD.
011600     05  RL-HOLDER            PIC X(08).
011700     05  RL-USER-ID           PIC X(08).
011800     05  RL-LOCK-DATE         PIC 9(06).
011900     05  RL-LOCK-TIME         PIC 9(06).

012000 FD  AUDIT-LOG
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300 01  AUDIT-LOG-RECORD         PIC X(80).

012400 FD  PENDING-RPT
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700 01  PENDING-RPT-RECORD       PIC X(132).

012800 WORKING-STORAGE SECTION.
012900     COPY EMPREC REPLACING
013000         ==WS-EMPLOYEE-RECORD== BY ==WI-EMPLOYEE-RECORD==
013100         ==WS-NAME-DATA==       BY ==WI-NAME-DATA==
013150         ==WS-NAME-KEY==        BY ==WI-NAME-KEY==
013200         ==WS-LAST-NAME==       BY ==WI-LAST-NAME==
013300         ==WS-FIRST-NAME==      BY ==WI-FIRST-NAME==
013400         ==WS-MIDDLE-INIT==     BY ==WI-MIDDLE-INIT==
013500         ==WS-TITLE==           BY ==WI-TITLE==
013600         ==WS-NAME==            BY ==WI-NAME==
013700         ==WS-ID==              BY ==WI-ID==
013800         ==WS-DEPT==            BY ==WI-DEPT==
013900         ==WS-EMP-NO==          BY ==WI-EMP-NO==
014000         ==WS-STATUS-CODE==     BY ==WI-STATUS-CODE==
014100         ==WS-STA-ACTIVE==      BY ==WI-STA-ACTIVE==
014200         ==WS-STA-ON-LEAVE==    BY ==WI-STA-ON-LEAVE==
014300         ==WS-STA-TERMINATED==  BY ==WI-STA-TERMINATED==
014400         ==WS-HIRE-DATE==       BY ==WI-HIRE-DATE==
014500         ==WS-TERM-DATE==       BY ==WI-TERM-DATE==.
014600     COPY EMPLIM.
014700     COPY DEPTREC.
014800     COPY PENDREC.

014900*----------------------------------------------------------------
015000*  WS-DEPT-ACTIVE-TABLE - ONE FLAG BYTE PER DEPARTMENT CODE IN
015100*  THE EMPLIM RANGE, LOADED FROM DEPT-MASTER THE SAME WAY
015200*  EMPMAINT LOADS IT. 'A' MEANS ACTIVE.
015300*----------------------------------------------------------------
015400 01  WS-DEPT-ACTIVE-TABLE         PIC X(899) VALUE SPACES.
015500 01  WS-DEPT-ACTIVE-ENTRIES REDEFINES WS-DEPT-ACTIVE-TABLE.
015600     05  WS-DPT-ACTIVE-ENTRY  OCCURS 899 TIMES
015700                                  PIC X(01).

015800 01  WS-SWITCHES.
015900     05  WS-INIT-FAILED-SWITCH PIC X(01) VALUE 'N'.
016000         88  WS-INIT-FAILED             VALUE 'Y'.
016100     05  WS-PND-EOF-SWITCH    PIC X(01) VALUE 'N'.
016200         88  WS-PND-EOF                 VALUE 'Y'.
016300     05  WS-PASS-DONE-SWITCH  PIC X(01) VALUE 'N'.
016400         88  WS-PASS-DONE               VALUE 'Y'.
016500     05  WS-CARRY-EOF-SWITCH  PIC X(01) VALUE 'N'.
016600         88  WS-CARRY-EOF               VALUE 'Y'.
016700     05  WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
016800         88  WS-RECORD-FOUND            VALUE 'Y'.
016900         88  WS-RECORD-NOT-FOUND        VALUE 'N'.
017000     05  WS-RESULT-SWITCH     PIC X(01) VALUE 'N'.
017100         88  WS-ACTION-APPLIED          VALUE 'Y'.
017200         88  WS-ACTION-FAILED           VALUE 'N'.
017300     05  WS-DEPTMAST-PRESENT-SWITCH PIC X(01) VALUE 'N'.
017400         88  WS-DEPTMAST-PRESENT        VALUE 'Y'.
017500         88  WS-DEPTMAST-ABSENT         VALUE 'N'.
017600     05  WS-DEPTMAST-EOF-SWITCH PIC X(01) VALUE 'N'.
017700         88  WS-DEPTMAST-EOF            VALUE 'Y'.
017800     05  WS-RUNLOCK-HELD-SWITCH PIC X(01) VALUE 'N'.
017900         88  WS-RUNLOCK-HELD            VALUE 'Y'.
018000     05  WS-EMPMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
018100         88  WS-EMPMAST-OPEN            VALUE 'Y'.
018200     05  WS-PENDACT-OPEN-SWITCH PIC X(01) VALUE 'N'.
018300         88  WS-PENDACT-OPEN            VALUE 'Y'.
018400     05  WS-CHGHIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
018500         88  WS-CHGHIST-OPEN            VALUE 'Y'.
018600     05  WS-PNDRPT-OPEN-SWITCH PIC X(01) VALUE 'N'.
018700         88  WS-PNDRPT-OPEN             VALUE 'Y'.

018800 01  WS-FILE-STATUSES.
018900     05  WS-EMPMAST-STATUS    PIC X(02) VALUE SPACES.
019000     05  WS-PENDACT-STATUS    PIC X(02) VALUE SPACES.
019100     05  WS-DEPTMAST-STATUS   PIC X(02) VALUE SPACES.
019200     05  WS-CHGHIST-STATUS    PIC X(02) VALUE SPACES.
019300     05  WS-RUNLOCK-STATUS    PIC X(02) VALUE SPACES.
019400     05  WS-AUDITLOG-STATUS   PIC X(02) VALUE SPACES.
019500     05  WS-PNDRPT-STATUS     PIC X(02) VALUE SPACES.

019600 01  WS-COUNTERS COMP.
019700     05  WS-APPLIED-COUNT     PIC 9(05) VALUE ZERO.
019800     05  WS-FAILED-COUNT      PIC 9(05) VALUE ZERO.
019900     05  WS-PENDING-COUNT     PIC 9(05) VALUE ZERO.
020000     05  WS-CARRIED-COUNT     PIC 9(05) VALUE ZERO.
020100     05  WS-PASS-CARRIED      PIC 9(05) VALUE ZERO.
020200     05  WS-LINE-COUNT        PIC 9(03) VALUE ZERO.
020300     05  WS-PAGE-COUNT        PIC 9(03) VALUE ZERO.

020400 01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 060.

020500 01  WS-RUN-DATE.
020600     05  WS-RUN-YY            PIC 9(02).
020700     05  WS-RUN-MM            PIC 9(02).
020800     05  WS-RUN-DD            PIC 9(02).
020900 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
021000                              PIC 9(06).

021100 01  WS-RUN-TIME.
021200     05  WS-RUN-HH            PIC 9(02).
021300     05  WS-RUN-MIN           PIC 9(02).
021400     05  WS-RUN-SEC           PIC 9(02).
021500     05  WS-RUN-HUNDREDTHS    PIC 9(02).

021600 01  WS-RUN-USER-ID           PIC X(08) VALUE SPACES.

021700 01  WS-FAIL-REASON           PIC X(40) VALUE SPACES.
021800 01  WS-SAVE-KEY              PIC X(20) VALUE SPACES.
021900 01  WS-OLD-DEPT              PIC 9(03) VALUE ZERO.
022000 01  WS-OLD-EMP-NO            PIC 9(05) VALUE ZERO.

022100*----------------------------------------------------------------
022200*  WS-SAVE-PENDING-RECORD - THE TRANSFER BEING APPLIED, KEPT WHILE
022300*  THE EMPLOYEE'S OTHER PENDING ACTIONS ARE READ INTO
022400*  WS-PENDING-RECORD AND CARRIED TO THE NEW ID
022500*----------------------------------------------------------------
022600 01  WS-SAVE-PENDING-RECORD.
022700     05  WS-SPR-KEY           PIC X(20).
022800     05  WS-SPR-NEW-DEPT      PIC 9(03).
022900     05  FILLER               PIC X(50).
023000 01  WS-CARRY-KEY             PIC X(20) VALUE SPACES.

023100 01  WS-PND-LOG-ACTION.
023200     05  WS-PLA-PREFIX        PIC X(05).
023300     05  WS-PLA-CODE          PIC X(01).

023400 01  WS-DATE-WORK             PIC 9(06) VALUE ZERO.
023500 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
023600     05  WS-DW-YY             PIC 9(02).
023700     05  WS-DW-MM             PIC 9(02).
023800     05  WS-DW-DD             PIC 9(02).

023900*----------------------------------------------------------------
024000*  WS-CHANGE-LOG-LINE / WS-XFER-LOG-LINE - THE CHANGE-HIST LINE
024100*  LAYOUTS EMPMAINT WRITES, SO AN ACTION APPLIED HERE READS THE
024200*  SAME AS ONE KEYED ON THE DAY
024300*----------------------------------------------------------------
024400 01  WS-CHANGE-LOG-LINE.
024500     05  WH-RUN-DATE.
024600         10  WH-RUN-MM        PIC 9(02).
024700         10  FILLER           PIC X(01) VALUE "/".
024800         10  WH-RUN-DD        PIC 9(02).
024900         10  FILLER           PIC X(01) VALUE "/".
025000         10  WH-RUN-YY        PIC 9(02).
025100     05  FILLER               PIC X(01) VALUE SPACES.
025200     05  WH-RUN-TIME.
025300         10  WH-RUN-HH        PIC 9(02).
025400         10  FILLER           PIC X(01) VALUE ":".
025500         10  WH-RUN-MIN       PIC 9(02).
025600         10  FILLER           PIC X(01) VALUE ":".
025700         10  WH-RUN-SEC       PIC 9(02).
025800     05  FILLER               PIC X(01) VALUE SPACES.
025900     05  WH-OPERATOR-ID       PIC X(08).
026000     05  FILLER               PIC X(01) VALUE SPACES.
026100     05  WH-ACTION            PIC X(06).
026200     05  FILLER               PIC X(01) VALUE SPACES.
026300     05  WH-DEPT              PIC 9(03).
026400     05  FILLER               PIC X(01) VALUE "-".
026500     05  WH-EMP-NO            PIC 9(05).
026600     05  FILLER               PIC X(06) VALUE " OLD: ".
026700     05  WH-OLD-NAME          PIC A(30).
026800     05  FILLER               PIC X(06) VALUE " NEW: ".
026900     05  WH-NEW-NAME          PIC A(30).

027000 01  WS-XFER-LOG-LINE.
027100     05  WX-RUN-DATE.
027200         10  WX-RUN-MM        PIC 9(02).
027300         10  FILLER           PIC X(01) VALUE "/".
027400         10  WX-RUN-DD        PIC 9(02).
027500         10  FILLER           PIC X(01) VALUE "/".
027600         10  WX-RUN-YY        PIC 9(02).
027700     05  FILLER               PIC X(01) VALUE SPACES.
027800     05  WX-RUN-TIME.
027900         10  WX-RUN-HH        PIC 9(02).
028000         10  FILLER           PIC X(01) VALUE ":".
028100         10  WX-RUN-MIN       PIC 9(02).
028200         10  FILLER           PIC X(01) VALUE ":".
028300         10  WX-RUN-SEC       PIC 9(02).
028400     05  FILLER               PIC X(01) VALUE SPACES.
028500     05  WX-OPERATOR-ID       PIC X(08).
028600     05  FILLER               PIC X(06) VALUE " XFER ".
028700     05  WX-OLD-DEPT          PIC 9(03).
028800     05  FILLER               PIC X(01) VALUE "-".
028900     05  WX-OLD-EMP-NO        PIC 9(05).
029000     05  FILLER               PIC X(04) VALUE " TO ".
029100     05  WX-NEW-DEPT          PIC 9(03).
029200     05  FILLER               PIC X(01) VALUE "-".
029300     05  WX-NEW-EMP-NO        PIC 9(05).
029400     05  FILLER               PIC X(07) VALUE " NAME: ".
029500     05  WX-NAME              PIC A(30).

029600*----------------------------------------------------------------
029700*  WS-AUDIT-LINE - ONE LINE PER RUN APPENDED TO AUDIT-LOG WITH THE
029800*  APPLIED, FAILED, AND STILL-PENDING COUNTS
029900*----------------------------------------------------------------
030000 01  WS-AUDIT-LINE.
030100     05  WA-RUN-DATE.
030200         10  WA-RUN-MM        PIC 9(02).
030300         10  FILLER           PIC X(01) VALUE "/".
030400         10  WA-RUN-DD        PIC 9(02).
030500         10  FILLER           PIC X(01) VALUE "/".
030600         10  WA-RUN-YY        PIC 9(02).
030700     05  FILLER               PIC X(01) VALUE SPACES.
030800     05  WA-RUN-TIME.
030900         10  WA-RUN-HH        PIC 9(02).
031000         10  FILLER           PIC X(01) VALUE ":".
031100         10  WA-RUN-MIN       PIC 9(02).
031200         10  FILLER           PIC X(01) VALUE ":".
031300         10  WA-RUN-SEC       PIC 9(02).
031400     05  FILLER               PIC X(01) VALUE SPACES.
031500     05  WA-USER-ID           PIC X(08).
031600     05  FILLER               PIC X(01) VALUE SPACES.
031700     05  FILLER               PIC X(08) VALUE "PENDAPLY".
031800     05  FILLER               PIC X(10) VALUE " APPLIED: ".
031900     05  WA-APPLIED-COUNT     PIC ZZ,ZZ9.
032000     05  FILLER               PIC X(07) VALUE " FAIL: ".
032100     05  WA-FAILED-COUNT      PIC ZZ,ZZ9.
032200     05  FILLER               PIC X(07) VALUE " PEND: ".
032300     05  WA-PENDING-COUNT     PIC ZZ,ZZ9.

032400 01  WS-PAGE-HEADER-1.
032500     05  FILLER               PIC X(19) VALUE SPACES.
032600     05  FILLER               PIC X(45) VALUE
032700              "FUTURE-DATED EMPLOYEE ACTIONS - NIGHTLY APPLY".
032800     05  FILLER               PIC X(05) VALUE SPACES.
032900     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
033000     05  WR1-RUN-MM           PIC 9(02).
033100     05  FILLER               PIC X(01) VALUE "/".
033200     05  WR1-RUN-DD           PIC 9(02).
033300     05  FILLER               PIC X(01) VALUE "/".
033400     05  WR1-RUN-YY           PIC 9(02).
033500     05  FILLER               PIC X(05) VALUE SPACES.
033600     05  FILLER               PIC X(06) VALUE "PAGE: ".
033700     05  WR1-PAGE-NO          PIC ZZ9.

033800 01  WS-SECTION-LINE.
033900     05  WS-SECTION-TITLE     PIC X(60) VALUE SPACES.

034000 01  WS-COLUMN-HEADER.
034100     05  FILLER               PIC X(11) VALUE "EMPLOYEE".
034200     05  FILLER               PIC X(28) VALUE "NAME".
034300     05  FILLER               PIC X(08) VALUE "ACTION".
034400     05  FILLER               PIC X(10) VALUE "EFFECTIVE".
034500     05  FILLER               PIC X(05) VALUE "TGT".
034600     05  FILLER               PIC X(10) VALUE "KEYED BY".
034700     05  FILLER               PIC X(10) VALUE "KEYED ON".
034800     05  FILLER               PIC X(09) VALUE "RESULT".
034900     05  FILLER               PIC X(06) VALUE "REASON".

035000 01  WS-DETAIL-LINE.
035100     05  WD-DEPT              PIC 9(03).
035200     05  FILLER               PIC X(01) VALUE "-".
035300     05  WD-EMP-NO            PIC 9(05).
035400     05  FILLER               PIC X(02) VALUE SPACES.
035500     05  WD-NAME              PIC X(26).
035600     05  FILLER               PIC X(02) VALUE SPACES.
035700     05  WD-ACTION            PIC X(06).
035800     05  FILLER               PIC X(02) VALUE SPACES.
035900     05  WD-EFF-DATE.
036000         10  WD-EFF-MM        PIC 9(02).
036100         10  FILLER           PIC X(01) VALUE "/".
036200         10  WD-EFF-DD        PIC 9(02).
036300         10  FILLER           PIC X(01) VALUE "/".
036400         10  WD-EFF-YY        PIC 9(02).
036500     05  FILLER               PIC X(02) VALUE SPACES.
036600     05  WD-TARGET            PIC X(03).
036700     05  FILLER               PIC X(02) VALUE SPACES.
036800     05  WD-OPERATOR-ID       PIC X(08).
036900     05  FILLER               PIC X(02) VALUE SPACES.
037000     05  WD-ENTRY-DATE.
037100         10  WD-ENTRY-MM      PIC 9(02).
037200         10  FILLER           PIC X(01) VALUE "/".
037300         10  WD-ENTRY-DD      PIC 9(02).
037400         10  FILLER           PIC X(01) VALUE "/".
037500         10  WD-ENTRY-YY      PIC 9(02).
037600     05  FILLER               PIC X(02) VALUE SPACES.
037700     05  WD-RESULT            PIC X(07).
037800     05  FILLER               PIC X(02) VALUE SPACES.
037900     05  WD-REASON            PIC X(40).

038000 01  WS-TOTAL-LINE.
038100     05  WT-LABEL             PIC X(30).
038200     05  WT-COUNT             PIC ZZ,ZZ9.

038300*----------------------------------------------------------------
038400*  PROCEDURE DIVISION
038500*----------------------------------------------------------------
038600 PROCEDURE DIVISION.
038700 0000-MAINLINE.
038800     PERFORM 1000-INITIALIZE
038900         THRU 1000-INITIALIZE-EXIT.
039000     IF NOT WS-INIT-FAILED
039100         MOVE "ACTIONS DUE - APPLIED OR FAILED"
039200             TO WS-SECTION-TITLE
039300         PERFORM 4900-PRINT-PAGE-HEADERS
039400             THRU 4900-PRINT-PAGE-HEADERS-EXIT
039500         PERFORM 2000-APPLY-PASS
039600             THRU 2000-APPLY-PASS-EXIT
039700             UNTIL WS-PASS-DONE
039800         MOVE "ACTIONS STILL PENDING" TO WS-SECTION-TITLE
039900         PERFORM 4900-PRINT-PAGE-HEADERS
040000             THRU 4900-PRINT-PAGE-HEADERS-EXIT
040100         PERFORM 4000-LIST-STILL-PENDING
040200             THRU 4000-LIST-STILL-PENDING-EXIT
040300         PERFORM 4500-PRINT-TOTALS
040400             THRU 4500-PRINT-TOTALS-EXIT
040500     END-IF.
040600     PERFORM 3000-TERMINATE
040700         THRU 3000-TERMINATE-EXIT.
040800     STOP RUN.

040900*----------------------------------------------------------------
041000*  1000-INITIALIZE - TAKE THE RUN LOCK, LOAD THE DEPARTMENT
041100*  TABLE, AND OPEN THE MASTER, PENDACT, CHANGE-HIST, AND THE
041200*  REPORT
041300*----------------------------------------------------------------
041400 1000-INITIALIZE.
041500     ACCEPT WS-RUN-DATE FROM DATE.
041600     ACCEPT WS-RUN-TIME FROM TIME.
041700     ACCEPT WS-RUN-USER-ID FROM ENVIRONMENT "USER".
041800     PERFORM 1100-ACQUIRE-RUN-LOCK
041900         THRU 1100-ACQUIRE-RUN-LOCK-EXIT.
042000     IF WS-INIT-FAILED
042100         GO TO 1000-INITIALIZE-EXIT
042200     END-IF.
042300     PERFORM 1200-LOAD-DEPT-TABLE
042400         THRU 1200-LOAD-DEPT-TABLE-EXIT.
042500     OPEN I-O EMPLOYEE-MASTER.
042600     IF WS-EMPMAST-STATUS NOT = "00"
042700         DISPLAY "PENDAPLY: ERROR OPENING EMPLOYEE-MASTER "
042800             "STATUS = " WS-EMPMAST-STATUS
042900         SET WS-INIT-FAILED TO TRUE
043000         GO TO 1000-INITIALIZE-EXIT
043100     END-IF.
043200     SET WS-EMPMAST-OPEN TO TRUE.
043300     OPEN I-O PENDING-ACTIONS.
043400     IF WS-PENDACT-STATUS = "35"
043500         OPEN OUTPUT PENDING-ACTIONS
043600         CLOSE PENDING-ACTIONS
043700         OPEN I-O PENDING-ACTIONS
043800     END-IF.
043900     IF WS-PENDACT-STATUS NOT = "00"
044000         DISPLAY "PENDAPLY: ERROR OPENING PENDING-ACTIONS "
044100             "STATUS = " WS-PENDACT-STATUS
044200         SET WS-INIT-FAILED TO TRUE
044300         GO TO 1000-INITIALIZE-EXIT
044400     END-IF.
044500     SET WS-PENDACT-OPEN TO TRUE.
044600     OPEN EXTEND CHANGE-HIST.
044700     IF WS-CHGHIST-STATUS NOT = "00"
044800         OPEN OUTPUT CHANGE-HIST
044900     END-IF.
045000     IF WS-CHGHIST-STATUS NOT = "00"
045100         DISPLAY "PENDAPLY: ERROR OPENING CHANGE-HIST "
045200             "STATUS = " WS-CHGHIST-STATUS
045300         SET WS-INIT-FAILED TO TRUE
045400         GO TO 1000-INITIALIZE-EXIT
045500     END-IF.
045600     SET WS-CHGHIST-OPEN TO TRUE.
045700     OPEN OUTPUT PENDING-RPT.
045800     IF WS-PNDRPT-STATUS NOT = "00"
045900         DISPLAY "PENDAPLY: ERROR OPENING PENDING-RPT "
046000             "STATUS = " WS-PNDRPT-STATUS
046100         SET WS-INIT-FAILED TO TRUE
046200         GO TO 1000-INITIALIZE-EXIT
046300     END-IF.
046400     SET WS-PNDRPT-OPEN TO TRUE.
046500 1000-INITIALIZE-EXIT.
046600     EXIT.

046700*----------------------------------------------------------------
046800*  1100-ACQUIRE-RUN-LOCK - TAKE THE RUNLOCK SINGLE-WRITER
046900*  INTERLOCK ON EMPLOYEE-MASTER. A NON-EMPTY RUNLOCK MEANS THE
047000*  NIGHTLY BATCH, EMPBKUP, OR AN ONLINE SESSION HOLDS THE MASTER
047100*  AND THIS RUN FAILS FAST NAMING THE HOLDER - THERE IS NO
047200*  OPERATOR AT A SCHEDULED RUN TO ANSWER AN OVERRIDE PROMPT.
047300*  NOTHING IS LOST: EVERY DUE ACTION IS STILL ON PENDACT FOR
047400*  THE RERUN.
047500*----------------------------------------------------------------
047600 1100-ACQUIRE-RUN-LOCK.
047700     OPEN INPUT RUN-LOCK.
047800     IF WS-RUNLOCK-STATUS = "00"
047900         READ RUN-LOCK
048000             AT END
048100                 CONTINUE
048200             NOT AT END
048300                 DISPLAY "PENDAPLY: EMPLOYEE-MASTER LOCKED BY "
048400                     RL-HOLDER " USER " RL-USER-ID
048500                 DISPLAY "PENDAPLY: HELD SINCE " RL-LOCK-DATE
048600                     " " RL-LOCK-TIME " - RUN NOT STARTED"
048700                 SET WS-INIT-FAILED TO TRUE
048800         END-READ
048900         CLOSE RUN-LOCK
049000     END-IF.
049100     IF NOT WS-INIT-FAILED
049200         OPEN OUTPUT RUN-LOCK
049300         IF WS-RUNLOCK-STATUS NOT = "00"
049400             DISPLAY "PENDAPLY: CANNOT TAKE RUN LOCK - "
049500                 "STATUS = " WS-RUNLOCK-STATUS
049600             SET WS-INIT-FAILED TO TRUE
049700         ELSE
049800             MOVE "PENDAPLY"    TO RL-HOLDER
049900             MOVE WS-RUN-USER-ID TO RL-USER-ID
050000             MOVE WS-RUN-DATE   TO RL-LOCK-DATE
050100             MOVE WS-RUN-TIME(1:6) TO RL-LOCK-TIME
050200             WRITE RUN-LOCK-RECORD
050300             CLOSE RUN-LOCK
050400             SET WS-RUNLOCK-HELD TO TRUE
050500         END-IF
050600     END-IF.
050700 1100-ACQUIRE-RUN-LOCK-EXIT.
050800     EXIT.

050900*----------------------------------------------------------------
051000*  1150-RELEASE-RUN-LOCK - EMPTY RUNLOCK SO THE NEXT PROGRAM IN
051100*  LINE CAN TAKE IT. ONLY PERFORMED WHEN THIS RUN TOOK THE LOCK.
051200*----------------------------------------------------------------
051300 1150-RELEASE-RUN-LOCK.
051400     OPEN OUTPUT RUN-LOCK.
051500     IF WS-RUNLOCK-STATUS = "00"
051600         CLOSE RUN-LOCK
051700     ELSE
051800         DISPLAY "PENDAPLY: CANNOT RELEASE RUN LOCK - "
051900             "STATUS = " WS-RUNLOCK-STATUS
052000     END-IF.
052100 1150-RELEASE-RUN-LOCK-EXIT.
052200     EXIT.

052300*----------------------------------------------------------------
052400*  1200-LOAD-DEPT-TABLE - LOAD THE DEPT-MASTER ACTIVE FLAGS. A
052500*  MISSING DEPT-MASTER FALLS BACK TO THE RANGE-ONLY CHECK WITH A
052600*  WARNING, AS IN EMPMAINT.
052700*----------------------------------------------------------------
052800 1200-LOAD-DEPT-TABLE.
052900     MOVE ALL "N" TO WS-DEPT-ACTIVE-TABLE.
053000     MOVE 'N' TO WS-DEPTMAST-EOF-SWITCH.
053100     OPEN INPUT DEPT-MASTER.
053200     IF WS-DEPTMAST-STATUS NOT = "00"
053300         DISPLAY "PENDAPLY: NO DEPARTMENT MASTER - STATUS = "
053400             WS-DEPTMAST-STATUS " - RANGE-ONLY DEPT CHECK"
053500         SET WS-DEPTMAST-ABSENT TO TRUE
053600         GO TO 1200-LOAD-DEPT-TABLE-EXIT
053700     END-IF.
053800     SET WS-DEPTMAST-PRESENT TO TRUE.
053900     PERFORM 1250-READ-DEPT-RECORD
054000         THRU 1250-READ-DEPT-RECORD-EXIT
054100         UNTIL WS-DEPTMAST-EOF.
054200     CLOSE DEPT-MASTER.
054300 1200-LOAD-DEPT-TABLE-EXIT.
054400     EXIT.

054500*----------------------------------------------------------------
054600*  1250-READ-DEPT-RECORD - READ ONE DEPARTMENT RECORD AND MARK
054700*  ITS CODE ACTIVE WHEN ITS FLAG SAYS SO
054800*----------------------------------------------------------------
054900 1250-READ-DEPT-RECORD.
055000     READ DEPT-MASTER INTO WS-DEPARTMENT-RECORD
055100         AT END
055200             SET WS-DEPTMAST-EOF TO TRUE
055300     END-READ.
055400     IF NOT WS-DEPTMAST-EOF
055500         IF WS-DPT-CODE IS NUMERIC AND
055600            WS-DPT-CODE >= WS-DEPT-LOW AND
055700            WS-DPT-CODE <= WS-DEPT-HIGH AND
055800            WS-DPT-ACTIVE
055900             MOVE "A" TO WS-DPT-ACTIVE-ENTRY(WS-DPT-CODE)
056000         END-IF
056100     END-IF.
056200 1250-READ-DEPT-RECORD-EXIT.
056300     EXIT.

056400*----------------------------------------------------------------
056500*  2000-APPLY-PASS - ONE PASS OVER PENDACT IN KEY ORDER APPLYING
056600*  EVERY ACTION DUE ON OR BEFORE THE RUN DATE. A TRANSFER MOVES
056700*  THE EMPLOYEE'S LATER ACTIONS TO A NEW KEY THAT THIS PASS MAY
056800*  ALREADY HAVE GONE PAST, SO ANOTHER PASS IS MADE WHENEVER
056900*  ANYTHING WAS CARRIED; A PASS THAT CARRIES NOTHING IS THE LAST.
057000*----------------------------------------------------------------
057100 2000-APPLY-PASS.
057200     SET WS-PASS-DONE TO TRUE.
057300     MOVE ZERO TO WS-PASS-CARRIED.
057400     MOVE 'N'  TO WS-PND-EOF-SWITCH.
057500     MOVE LOW-VALUES TO PA-KEY.
057600     START PENDING-ACTIONS KEY IS >= PA-KEY
057700         INVALID KEY
057800             SET WS-PND-EOF TO TRUE
057900     END-START.
058000     PERFORM 2100-PROCESS-PENDING
058100         THRU 2100-PROCESS-PENDING-EXIT
058200         UNTIL WS-PND-EOF.
058300     IF WS-PASS-CARRIED > ZERO
058400         MOVE 'N' TO WS-PASS-DONE-SWITCH
058500     END-IF.
058600 2000-APPLY-PASS-EXIT.
058700     EXIT.

058800*----------------------------------------------------------------
058900*  2100-PROCESS-PENDING - READ THE NEXT PENDACT RECORD. ONE NOT
059000*  YET DUE IS LEFT ALONE. ONE THAT IS DUE IS APPLIED OR FAILED,
059100*  PRINTED, AND TAKEN OFF PENDACT EITHER WAY; THE SCAN THEN
059200*  REPOSITIONS PAST ITS KEY, SINCE A TRANSFER MAY HAVE RE-KEYED
059300*  OTHER RECORDS IN THE MEANTIME.
059400*----------------------------------------------------------------
059500 2100-PROCESS-PENDING.
059600     READ PENDING-ACTIONS NEXT RECORD INTO WS-PENDING-RECORD
059700         AT END
059800             SET WS-PND-EOF TO TRUE
059900     END-READ.
060000     IF WS-PND-EOF
060100         GO TO 2100-PROCESS-PENDING-EXIT
060200     END-IF.
060300     IF WS-PND-EFF-DATE > WS-RUN-DATE-NUM
060400         GO TO 2100-PROCESS-PENDING-EXIT
060500     END-IF.
060600     MOVE WS-PND-KEY TO WS-SAVE-KEY.
060700     SET WS-ACTION-FAILED TO TRUE.
060800     MOVE SPACES TO WS-FAIL-REASON.
060900     PERFORM 2200-APPLY-ACTION
061000         THRU 2200-APPLY-ACTION-EXIT.
061100     MOVE WS-SAVE-KEY TO WS-PND-KEY.
061200     MOVE WS-SAVE-KEY TO PA-KEY.
061300     DELETE PENDING-ACTIONS RECORD
061400         INVALID KEY
061500             DISPLAY "PENDAPLY: COULD NOT REMOVE PENDING ACTION "
061600                 WS-PND-DEPT "-" WS-PND-EMP-NO " " WS-PND-ACTION
061700                 " STATUS = " WS-PENDACT-STATUS
061800     END-DELETE.
061900     IF WS-ACTION-APPLIED
062000         ADD 1 TO WS-APPLIED-COUNT
062100         MOVE "APPLIED" TO WD-RESULT
062200     ELSE
062300         ADD 1 TO WS-FAILED-COUNT
062400         MOVE "FAILED"  TO WD-RESULT
062500         MOVE "FAIL-"   TO WS-PLA-PREFIX
062600         PERFORM 2800-LOG-PENDING-RESULT
062700             THRU 2800-LOG-PENDING-RESULT-EXIT
062800     END-IF.
062900     MOVE WS-FAIL-REASON TO WD-REASON.
063000     PERFORM 4100-PRINT-DETAIL
063100         THRU 4100-PRINT-DETAIL-EXIT.
063200     MOVE WS-SAVE-KEY TO PA-KEY.
063300     START PENDING-ACTIONS KEY IS > PA-KEY
063400         INVALID KEY
063500             SET WS-PND-EOF TO TRUE
063600     END-START.
063700 2100-PROCESS-PENDING-EXIT.
063800     EXIT.

063900*----------------------------------------------------------------
064000*  2200-APPLY-ACTION - VALIDATE THE EMPLOYEE ID THE WAY EMPMAINT
064100*  2600-VALIDATE-INPUT-ID DOES, READ THE RECORD, AND HAND OFF BY
064200*  ACTION. ANY FAILURE LEAVES WS-FAIL-REASON SET AND THE MASTER
064300*  UNCHANGED.
064400*----------------------------------------------------------------
064500 2200-APPLY-ACTION.
064600     IF WS-PND-DEPT   < WS-DEPT-LOW   OR
064700        WS-PND-DEPT   > WS-DEPT-HIGH  OR
064800        WS-PND-EMP-NO < WS-EMP-NO-LOW OR
064900        WS-PND-EMP-NO > WS-EMP-NO-HIGH
065000         MOVE "EMPLOYEE ID OUT OF RANGE" TO WS-FAIL-REASON
065100         GO TO 2200-APPLY-ACTION-EXIT
065200     END-IF.
065300     IF WS-DEPTMAST-PRESENT AND
065400        WS-DPT-ACTIVE-ENTRY(WS-PND-DEPT) NOT = "A"
065500         MOVE "DEPARTMENT NOT ACTIVE" TO WS-FAIL-REASON
065600         GO TO 2200-APPLY-ACTION-EXIT
065700     END-IF.
065800     MOVE WS-PND-DEPT   TO EM-DEPT.
065900     MOVE WS-PND-EMP-NO TO EM-EMP-NO.
066000     READ EMPLOYEE-MASTER
066100         INVALID KEY
066200             SET WS-RECORD-NOT-FOUND TO TRUE
066300         NOT INVALID KEY
066400             SET WS-RECORD-FOUND TO TRUE
066500     END-READ.
066600     IF WS-RECORD-NOT-FOUND
066700         MOVE "EMPLOYEE NOT ON FILE" TO WS-FAIL-REASON
066800         GO TO 2200-APPLY-ACTION-EXIT
066900     END-IF.
067000     MOVE EM-NAME TO WS-PND-NAME.
067100     EVALUATE TRUE
067200         WHEN WS-PND-TERM
067300             PERFORM 2300-APPLY-TERMINATE
067400                 THRU 2300-APPLY-TERMINATE-EXIT
067500         WHEN WS-PND-LEAVE
067600         WHEN WS-PND-RETURN
067700             PERFORM 2400-APPLY-LEAVE-RETURN
067800                 THRU 2400-APPLY-LEAVE-RETURN-EXIT
067900         WHEN WS-PND-REHIRE
068000             PERFORM 2500-APPLY-REHIRE
068100                 THRU 2500-APPLY-REHIRE-EXIT
068200         WHEN WS-PND-XFER
068300             PERFORM 2600-APPLY-TRANSFER
068400                 THRU 2600-APPLY-TRANSFER-EXIT
068500         WHEN OTHER
068600             MOVE "UNRECOGNIZED ACTION ON PENDACT"
068700                 TO WS-FAIL-REASON
068800     END-EVALUATE.
068900 2200-APPLY-ACTION-EXIT.
069000     EXIT.

069100*----------------------------------------------------------------
069200*  2300-APPLY-TERMINATE - MARK THE RECORD TERMINATED IN PLACE,
069300*  STAMPED WITH THE EFFECTIVE DATE
069400*----------------------------------------------------------------
069500 2300-APPLY-TERMINATE.
069600     IF EM-STA-TERMINATED
069700         MOVE "EMPLOYEE ALREADY TERMINATED" TO WS-FAIL-REASON
069800         GO TO 2300-APPLY-TERMINATE-EXIT
069900     END-IF.
070000     SET EM-STA-TERMINATED TO TRUE.
070100     MOVE WS-PND-EFF-DATE TO EM-TERM-DATE.
070200     PERFORM 2700-REWRITE-AND-LOG
070300         THRU 2700-REWRITE-AND-LOG-EXIT.
070400 2300-APPLY-TERMINATE-EXIT.
070500     EXIT.

070600*----------------------------------------------------------------
070700*  2400-APPLY-LEAVE-RETURN - A LEAVE NEEDS AN ACTIVE EMPLOYEE, A
070800*  RETURN ONE ON LEAVE. A TERMINATED EMPLOYEE IS REFUSED EITHER
070900*  WAY - REHIRE IS THE ONLY DOOR BACK. DATES ARE NOT TOUCHED.
071000*----------------------------------------------------------------
071100 2400-APPLY-LEAVE-RETURN.
071200     IF EM-STA-TERMINATED
071300         MOVE "EMPLOYEE IS TERMINATED" TO WS-FAIL-REASON
071400         GO TO 2400-APPLY-LEAVE-RETURN-EXIT
071500     END-IF.
071600     IF WS-PND-LEAVE
071700         IF EM-STA-ON-LEAVE
071800             MOVE "EMPLOYEE ALREADY ON LEAVE" TO WS-FAIL-REASON
071900             GO TO 2400-APPLY-LEAVE-RETURN-EXIT
072000         END-IF
072100         SET EM-STA-ON-LEAVE TO TRUE
072200     ELSE
072300         IF NOT EM-STA-ON-LEAVE
072400             MOVE "EMPLOYEE IS NOT ON LEAVE" TO WS-FAIL-REASON
072500             GO TO 2400-APPLY-LEAVE-RETURN-EXIT
072600         END-IF
072700         SET EM-STA-ACTIVE TO TRUE
072800     END-IF.
072900     PERFORM 2700-REWRITE-AND-LOG
073000         THRU 2700-REWRITE-AND-LOG-EXIT.
073100 2400-APPLY-LEAVE-RETURN-EXIT.
073200     EXIT.

073300*----------------------------------------------------------------
073400*  2500-APPLY-REHIRE - REACTIVATE A TERMINATED EMPLOYEE WITH THE
073500*  EFFECTIVE DATE AS THE NEW HIRE DATE
073600*----------------------------------------------------------------
073700 2500-APPLY-REHIRE.
073800     IF NOT EM-STA-TERMINATED
073900         MOVE "EMPLOYEE IS NOT TERMINATED" TO WS-FAIL-REASON
074000         GO TO 2500-APPLY-REHIRE-EXIT
074100     END-IF.
074200     SET EM-STA-ACTIVE TO TRUE.
074300     MOVE WS-PND-EFF-DATE TO EM-HIRE-DATE.
074400     MOVE ZERO            TO EM-TERM-DATE.
074500     PERFORM 2700-REWRITE-AND-LOG
074600         THRU 2700-REWRITE-AND-LOG-EXIT.
074700 2500-APPLY-REHIRE-EXIT.
074800     EXIT.

074900*----------------------------------------------------------------
075000*  2600-APPLY-TRANSFER - CHECK THE TARGET DEPARTMENT AGAIN (IT
075100*  MAY HAVE CLOSED SINCE THE ACTION WAS KEYED), THEN WRITE THE
075200*  NEW KEY AND REMOVE THE OLD ONE AS ONE UNIT, BACKING THE NEW
075300*  RECORD OUT IF THE REMOVE FAILS, EXACTLY AS EMPMAINT DOES
075400*----------------------------------------------------------------
075500 2600-APPLY-TRANSFER.
075600     IF WS-PND-NEW-DEPT < WS-DEPT-LOW OR
075700        WS-PND-NEW-DEPT > WS-DEPT-HIGH
075800         MOVE "TARGET DEPARTMENT OUT OF RANGE" TO WS-FAIL-REASON
075900         GO TO 2600-APPLY-TRANSFER-EXIT
076000     END-IF.
076100     IF WS-DEPTMAST-PRESENT AND
076200        WS-DPT-ACTIVE-ENTRY(WS-PND-NEW-DEPT) NOT = "A"
076300         MOVE "TARGET DEPARTMENT NOT ACTIVE" TO WS-FAIL-REASON
076400         GO TO 2600-APPLY-TRANSFER-EXIT
076500     END-IF.
076600     IF WS-PND-NEW-DEPT = WS-PND-DEPT
076700         MOVE "TARGET DEPARTMENT IS THE SAME" TO WS-FAIL-REASON
076800         GO TO 2600-APPLY-TRANSFER-EXIT
076900     END-IF.
077000*    SAVE THE RECORD CONTENT - THE PROBE READ OF THE TARGET KEY
077100*    BELOW OVERWRITES THE FD RECORD AREA
077200     MOVE EMPLOYEE-MASTER-RECORD TO WI-EMPLOYEE-RECORD.
077300     MOVE WS-PND-NEW-DEPT TO EM-DEPT.
077400     MOVE WS-PND-EMP-NO   TO EM-EMP-NO.
077500     READ EMPLOYEE-MASTER
077600         INVALID KEY
077700             SET WS-RECORD-NOT-FOUND TO TRUE
077800         NOT INVALID KEY
077900             SET WS-RECORD-FOUND TO TRUE
078000     END-READ.
078100     IF WS-RECORD-FOUND
078200         MOVE "EMPLOYEE NUMBER IN USE IN TARGET DEPARTMENT"
078300             TO WS-FAIL-REASON
078400         GO TO 2600-APPLY-TRANSFER-EXIT
078500     END-IF.
078600     MOVE WI-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.
078700     MOVE WS-PND-NEW-DEPT    TO EM-DEPT.
078800     WRITE EMPLOYEE-MASTER-RECORD
078900         INVALID KEY
079000             MOVE "TRANSFER WRITE FAILED" TO WS-FAIL-REASON
079100             GO TO 2600-APPLY-TRANSFER-EXIT
079200     END-WRITE.
079300     MOVE WS-PND-DEPT   TO EM-DEPT.
079400     MOVE WS-PND-EMP-NO TO EM-EMP-NO.
079500     DELETE EMPLOYEE-MASTER
079600         INVALID KEY
079700             MOVE "TRANSFER REMOVE FAILED - BACKED OUT"
079800                 TO WS-FAIL-REASON
079900             PERFORM 2650-BACK-OUT-TRANSFER
080000                 THRU 2650-BACK-OUT-TRANSFER-EXIT
080100             GO TO 2600-APPLY-TRANSFER-EXIT
080200     END-DELETE.
080300     SET WS-ACTION-APPLIED TO TRUE.
080400     PERFORM 2820-LOG-TRANSFER
080500         THRU 2820-LOG-TRANSFER-EXIT.
080600     PERFORM 2900-CARRY-PENDING-ACTIONS
080700         THRU 2900-CARRY-PENDING-ACTIONS-EXIT.
080800 2600-APPLY-TRANSFER-EXIT.
080900     EXIT.

081000*----------------------------------------------------------------
081100*  2650-BACK-OUT-TRANSFER - THE OLD KEY COULD NOT BE REMOVED, SO
081200*  TAKE THE JUST-WRITTEN NEW-KEY RECORD OFF AGAIN
081300*----------------------------------------------------------------
081400 2650-BACK-OUT-TRANSFER.
081500     MOVE WS-PND-NEW-DEPT TO EM-DEPT.
081600     MOVE WS-PND-EMP-NO   TO EM-EMP-NO.
081700     DELETE EMPLOYEE-MASTER
081800         INVALID KEY
081900             DISPLAY "PENDAPLY: BACK-OUT FAILED FOR "
082000                 WS-PND-DEPT "-" WS-PND-EMP-NO
082100                 " - EMPLOYEE MAY BE ON FILE UNDER BOTH KEYS"
082200             MOVE "TRANSFER BACK-OUT FAILED - CHECK BOTH KEYS"
082300                 TO WS-FAIL-REASON
082400     END-DELETE.
082500 2650-BACK-OUT-TRANSFER-EXIT.
082600     EXIT.

082700*----------------------------------------------------------------
082800*  2700-REWRITE-AND-LOG - REWRITE THE IN-PLACE STATUS CHANGE AND
082900*  LOG IT UNDER THE ACTION WORD EMPMAINT USES (THE PENDACT ACTION
083000*  WORDS ARE THE CHANGE-HIST ONES)
083100*----------------------------------------------------------------
083200 2700-REWRITE-AND-LOG.
083300     REWRITE EMPLOYEE-MASTER-RECORD
083400         INVALID KEY
083500             MOVE "MASTER REWRITE FAILED" TO WS-FAIL-REASON
083600             GO TO 2700-REWRITE-AND-LOG-EXIT
083700     END-REWRITE.
083800     SET WS-ACTION-APPLIED TO TRUE.
083900     MOVE WS-PND-ACTION TO WH-ACTION.
084000     PERFORM 2810-WRITE-HIST-LINE
084100         THRU 2810-WRITE-HIST-LINE-EXIT.
084200 2700-REWRITE-AND-LOG-EXIT.
084300     EXIT.

084400*----------------------------------------------------------------
084500*  2800-LOG-PENDING-RESULT - LOG A FAIL-x LINE FOR A DUE ACTION
084600*  THAT COULD NOT BE APPLIED, x BEING THE EMPMAINT OPERATION
084700*  LETTER (T/X/L/R) IT WAS HELD UNDER, SO THE HELD ACTION'S
084800*  HISTORY ON CHANGE-HIST ENDS IN AN APPLIED, CANCELLED, OR
084900*  FAILED LINE
085000*----------------------------------------------------------------
085100 2800-LOG-PENDING-RESULT.
085200     EVALUATE TRUE
085300         WHEN WS-PND-TERM
085400             MOVE "T" TO WS-PLA-CODE
085500         WHEN WS-PND-XFER
085600             MOVE "X" TO WS-PLA-CODE
085700         WHEN WS-PND-REHIRE
085800             MOVE "R" TO WS-PLA-CODE
085900         WHEN OTHER
086000             MOVE "L" TO WS-PLA-CODE
086100     END-EVALUATE.
086200     MOVE WS-PND-LOG-ACTION TO WH-ACTION.
086300     PERFORM 2810-WRITE-HIST-LINE
086400         THRU 2810-WRITE-HIST-LINE-EXIT.
086500 2800-LOG-PENDING-RESULT-EXIT.
086600     EXIT.

086700*----------------------------------------------------------------
086800*  2810-WRITE-HIST-LINE - APPEND ONE CHANGE-HIST LINE FOR THE
086900*  PENDING ACTION IN HAND UNDER THE OPERATOR WHO KEYED IT.
087000*  WH-ACTION IS SET BY THE CALLER; THE NAME IS THE SAME ON BOTH
087100*  SIDES, AS FOR THE EMPMAINT STATUS OPERATIONS.
087200*----------------------------------------------------------------
087300 2810-WRITE-HIST-LINE.
087400     MOVE WS-RUN-MM          TO WH-RUN-MM.
087500     MOVE WS-RUN-DD          TO WH-RUN-DD.
087600     MOVE WS-RUN-YY          TO WH-RUN-YY.
087700     MOVE WS-RUN-HH          TO WH-RUN-HH.
087800     MOVE WS-RUN-MIN         TO WH-RUN-MIN.
087900     MOVE WS-RUN-SEC         TO WH-RUN-SEC.
088000     MOVE WS-PND-OPERATOR-ID TO WH-OPERATOR-ID.
088100     MOVE WS-PND-DEPT        TO WH-DEPT.
088200     MOVE WS-PND-EMP-NO      TO WH-EMP-NO.
088300     MOVE WS-PND-NAME        TO WH-OLD-NAME.
088400     MOVE WS-PND-NAME        TO WH-NEW-NAME.
088500     WRITE CHANGE-HIST-RECORD FROM WS-CHANGE-LOG-LINE.
088600 2810-WRITE-HIST-LINE-EXIT.
088700     EXIT.

088800*----------------------------------------------------------------
088900*  2820-LOG-TRANSFER - APPEND THE SINGLE XFER LINE FOR AN APPLIED
089000*  TRANSFER, SHOWING BOTH THE OLD AND NEW ID
089100*----------------------------------------------------------------
089200 2820-LOG-TRANSFER.
089300     MOVE WS-RUN-MM          TO WX-RUN-MM.
089400     MOVE WS-RUN-DD          TO WX-RUN-DD.
089500     MOVE WS-RUN-YY          TO WX-RUN-YY.
089600     MOVE WS-RUN-HH          TO WX-RUN-HH.
089700     MOVE WS-RUN-MIN         TO WX-RUN-MIN.
089800     MOVE WS-RUN-SEC         TO WX-RUN-SEC.
089900     MOVE WS-PND-OPERATOR-ID TO WX-OPERATOR-ID.
090000     MOVE WS-PND-DEPT        TO WX-OLD-DEPT.
090100     MOVE WS-PND-EMP-NO      TO WX-OLD-EMP-NO.
090200     MOVE WS-PND-NEW-DEPT    TO WX-NEW-DEPT.
090300     MOVE WS-PND-EMP-NO      TO WX-NEW-EMP-NO.
090400     MOVE WS-PND-NAME        TO WX-NAME.
090500     WRITE CHANGE-HIST-RECORD FROM WS-XFER-LOG-LINE.
090600 2820-LOG-TRANSFER-EXIT.
090700     EXIT.

090800*----------------------------------------------------------------
090900*  2900-CARRY-PENDING-ACTIONS - AFTER A TRANSFER, RE-KEY EVERY
091000*  OTHER PENDACT RECORD FOR THE OLD ID UNDER THE NEW DEPARTMENT,
091100*  AS EMPMAINT DOES FOR A TRANSFER KEYED ON THE DAY. THE PENDING
091200*  RECORD IN HAND IS SAVED AND RESTORED AROUND THE CARRY.
091300*----------------------------------------------------------------
091400 2900-CARRY-PENDING-ACTIONS.
091500     MOVE WS-PENDING-RECORD TO WS-SAVE-PENDING-RECORD.
091600     MOVE WS-PND-DEPT    TO WS-OLD-DEPT.
091700     MOVE WS-PND-EMP-NO  TO WS-OLD-EMP-NO.
091800     MOVE 'N'            TO WS-CARRY-EOF-SWITCH.
091900     MOVE WS-OLD-DEPT    TO WS-PND-DEPT.
092000     MOVE WS-OLD-EMP-NO  TO WS-PND-EMP-NO.
092100     MOVE ZERO           TO WS-PND-EFF-DATE.
092200     MOVE LOW-VALUES     TO WS-PND-ACTION.
092300     MOVE WS-PND-KEY     TO PA-KEY.
092400     START PENDING-ACTIONS KEY IS >= PA-KEY
092500         INVALID KEY
092600             SET WS-CARRY-EOF TO TRUE
092700     END-START.
092800     PERFORM 2950-CARRY-ONE-ACTION
092900         THRU 2950-CARRY-ONE-ACTION-EXIT
093000         UNTIL WS-CARRY-EOF.
093100     MOVE WS-SAVE-PENDING-RECORD TO WS-PENDING-RECORD.
093200 2900-CARRY-PENDING-ACTIONS-EXIT.
093300     EXIT.

093400*----------------------------------------------------------------
093500*  2950-CARRY-ONE-ACTION - MOVE THE NEXT OLD-ID ACTION (OTHER
093600*  THAN THE TRANSFER BEING APPLIED, WHICH THE CALLER REMOVES) TO
093700*  THE NEW ID AND REPOSITION PAST IT. ONE ALREADY PENDING UNDER
093800*  THE NEW ID IS LEFT WHERE IT IS AND WILL FAIL ON ITS DATE.
093900*----------------------------------------------------------------
094000 2950-CARRY-ONE-ACTION.
094100     READ PENDING-ACTIONS NEXT RECORD INTO WS-PENDING-RECORD
094200         AT END
094300             SET WS-CARRY-EOF TO TRUE
094400     END-READ.
094500     IF WS-CARRY-EOF
094600         GO TO 2950-CARRY-ONE-ACTION-EXIT
094700     END-IF.
094800     IF WS-PND-DEPT NOT = WS-OLD-DEPT OR
094900        WS-PND-EMP-NO NOT = WS-OLD-EMP-NO
095000         SET WS-CARRY-EOF TO TRUE
095100         GO TO 2950-CARRY-ONE-ACTION-EXIT
095200     END-IF.
095300     MOVE WS-PND-KEY TO WS-CARRY-KEY.
095400     IF WS-CARRY-KEY = WS-SAVE-KEY
095500         GO TO 2950-CARRY-REPOSITION
095600     END-IF.
095700     MOVE WS-SPR-NEW-DEPT TO WS-PND-DEPT.
095800     WRITE PENDING-ACTION-RECORD FROM WS-PENDING-RECORD
095900         INVALID KEY
096000             DISPLAY "PENDAPLY: PENDING " WS-PND-ACTION
096100                 " FOR " WS-OLD-DEPT "-" WS-OLD-EMP-NO
096200                 " NOT MOVED - ALREADY ON FILE FOR THE NEW ID"
096300         NOT INVALID KEY
096400             MOVE WS-CARRY-KEY TO PA-KEY
096500             DELETE PENDING-ACTIONS RECORD
096600                 INVALID KEY
096700                     DISPLAY "PENDAPLY: OLD PENDING ACTION NOT "
096800                         "REMOVED - STATUS = " WS-PENDACT-STATUS
096900                 NOT INVALID KEY
097000                     ADD 1 TO WS-CARRIED-COUNT
097100                     ADD 1 TO WS-PASS-CARRIED
097200             END-DELETE
097300     END-WRITE.
097400 2950-CARRY-REPOSITION.
097500     MOVE WS-CARRY-KEY TO PA-KEY.
097600     START PENDING-ACTIONS KEY IS > PA-KEY
097700         INVALID KEY
097800             SET WS-CARRY-EOF TO TRUE
097900     END-START.
098000 2950-CARRY-ONE-ACTION-EXIT.
098100     EXIT.

098200*----------------------------------------------------------------
098300*  4000-LIST-STILL-PENDING - AFTER THE APPLY PASSES, EVERYTHING
098400*  LEFT ON PENDACT IS STILL WAITING FOR ITS DATE; LIST IT
098500*----------------------------------------------------------------
098600 4000-LIST-STILL-PENDING.
098700     MOVE 'N' TO WS-PND-EOF-SWITCH.
098800     MOVE LOW-VALUES TO PA-KEY.
098900     START PENDING-ACTIONS KEY IS >= PA-KEY
099000         INVALID KEY
099100             SET WS-PND-EOF TO TRUE
099200     END-START.
099300     PERFORM 4050-LIST-ONE-PENDING
099400         THRU 4050-LIST-ONE-PENDING-EXIT
099500         UNTIL WS-PND-EOF.
099600 4000-LIST-STILL-PENDING-EXIT.
099700     EXIT.

099800*----------------------------------------------------------------
099900*  4050-LIST-ONE-PENDING - PRINT THE NEXT PENDACT RECORD
100000*----------------------------------------------------------------
100100 4050-LIST-ONE-PENDING.
100200     READ PENDING-ACTIONS NEXT RECORD INTO WS-PENDING-RECORD
100300         AT END
100400             SET WS-PND-EOF TO TRUE
100500     END-READ.
100600     IF WS-PND-EOF
100700         GO TO 4050-LIST-ONE-PENDING-EXIT
100800     END-IF.
100900     ADD 1 TO WS-PENDING-COUNT.
101000     MOVE "PENDING" TO WD-RESULT.
101100     MOVE SPACES    TO WD-REASON.
101200     PERFORM 4100-PRINT-DETAIL
101300         THRU 4100-PRINT-DETAIL-EXIT.
101400 4050-LIST-ONE-PENDING-EXIT.
101500     EXIT.

101600*----------------------------------------------------------------
101700*  4100-PRINT-DETAIL - ONE REPORT LINE FOR THE PENDING RECORD IN
101800*  HAND. WD-RESULT AND WD-REASON ARE SET BY THE CALLER.
101900*----------------------------------------------------------------
102000 4100-PRINT-DETAIL.
102100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
102200         PERFORM 4900-PRINT-PAGE-HEADERS
102300             THRU 4900-PRINT-PAGE-HEADERS-EXIT
102400     END-IF.
102500     MOVE WS-PND-DEPT        TO WD-DEPT.
102600     MOVE WS-PND-EMP-NO      TO WD-EMP-NO.
102700     MOVE WS-PND-NAME        TO WD-NAME.
102800     MOVE WS-PND-ACTION      TO WD-ACTION.
102900     MOVE WS-PND-EFF-DATE    TO WS-DATE-WORK.
103000     MOVE WS-DW-MM           TO WD-EFF-MM.
103100     MOVE WS-DW-DD           TO WD-EFF-DD.
103200     MOVE WS-DW-YY           TO WD-EFF-YY.
103300     IF WS-PND-XFER
103400         MOVE WS-PND-NEW-DEPT TO WD-TARGET
103500     ELSE
103600         MOVE SPACES          TO WD-TARGET
103700     END-IF.
103800     MOVE WS-PND-OPERATOR-ID TO WD-OPERATOR-ID.
103900     MOVE WS-PND-ENTRY-DATE  TO WS-DATE-WORK.
104000     MOVE WS-DW-MM           TO WD-ENTRY-MM.
104100     MOVE WS-DW-DD           TO WD-ENTRY-DD.
104200     MOVE WS-DW-YY           TO WD-ENTRY-YY.
104300     WRITE PENDING-RPT-RECORD FROM WS-DETAIL-LINE.
104400     ADD 1 TO WS-LINE-COUNT.
104500 4100-PRINT-DETAIL-EXIT.
104600     EXIT.

104700*----------------------------------------------------------------
104800*  4500-PRINT-TOTALS - THE APPLIED, FAILED, AND STILL-PENDING
104900*  COUNTS
105000*----------------------------------------------------------------
105100 4500-PRINT-TOTALS.
105200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 5
105300         PERFORM 4900-PRINT-PAGE-HEADERS
105400             THRU 4900-PRINT-PAGE-HEADERS-EXIT
105500     END-IF.
105600     WRITE PENDING-RPT-RECORD FROM SPACES.
105700     MOVE "ACTIONS APPLIED:"          TO WT-LABEL.
105800     MOVE WS-APPLIED-COUNT            TO WT-COUNT.
105900     WRITE PENDING-RPT-RECORD FROM WS-TOTAL-LINE.
106000     MOVE "ACTIONS FAILED:"           TO WT-LABEL.
106100     MOVE WS-FAILED-COUNT             TO WT-COUNT.
106200     WRITE PENDING-RPT-RECORD FROM WS-TOTAL-LINE.
106300     MOVE "ACTIONS STILL PENDING:"    TO WT-LABEL.
106400     MOVE WS-PENDING-COUNT            TO WT-COUNT.
106500     WRITE PENDING-RPT-RECORD FROM WS-TOTAL-LINE.
106600     IF WS-CARRIED-COUNT > ZERO
106700         MOVE "MOVED TO A TRANSFERRED ID:" TO WT-LABEL
106800         MOVE WS-CARRIED-COUNT            TO WT-COUNT
106900         WRITE PENDING-RPT-RECORD FROM WS-TOTAL-LINE
107000     END-IF.
107100 4500-PRINT-TOTALS-EXIT.
107200     EXIT.

107300*----------------------------------------------------------------
107400*  4900-PRINT-PAGE-HEADERS - START A NEW PAGE WITH THE RUN DATE,
107500*  PAGE NUMBER, CURRENT SECTION TITLE AND COLUMN HEADINGS
107600*----------------------------------------------------------------
107700 4900-PRINT-PAGE-HEADERS.
107800     ADD 1 TO WS-PAGE-COUNT.
107900     MOVE WS-RUN-MM     TO WR1-RUN-MM.
108000     MOVE WS-RUN-DD     TO WR1-RUN-DD.
108100     MOVE WS-RUN-YY     TO WR1-RUN-YY.
108200     MOVE WS-PAGE-COUNT TO WR1-PAGE-NO.
108300     IF WS-PAGE-COUNT > 1
108400         WRITE PENDING-RPT-RECORD FROM SPACES
108500             AFTER ADVANCING PAGE
108600     END-IF.
108700     WRITE PENDING-RPT-RECORD FROM WS-PAGE-HEADER-1.
108800     WRITE PENDING-RPT-RECORD FROM SPACES.
108900     WRITE PENDING-RPT-RECORD FROM WS-SECTION-LINE.
109000     WRITE PENDING-RPT-RECORD FROM SPACES.
109100     WRITE PENDING-RPT-RECORD FROM WS-COLUMN-HEADER.
109200     WRITE PENDING-RPT-RECORD FROM SPACES.
109300     MOVE ZERO TO WS-LINE-COUNT.
109400 4900-PRINT-PAGE-HEADERS-EXIT.
109500     EXIT.

109600*----------------------------------------------------------------
109700*  3000-TERMINATE - WRITE THE AUDIT-LOG LINE, CLOSE WHATEVER IS
109800*  OPEN, AND RELEASE THE RUN LOCK
109900*----------------------------------------------------------------
110000 3000-TERMINATE.
110100     IF NOT WS-INIT-FAILED
110200         PERFORM 3100-WRITE-AUDIT-LOG
110300             THRU 3100-WRITE-AUDIT-LOG-EXIT
110400         DISPLAY "PENDAPLY: APPLIED " WS-APPLIED-COUNT
110500             " FAILED " WS-FAILED-COUNT
110600             " STILL PENDING " WS-PENDING-COUNT
110700     END-IF.
110800     IF WS-PNDRPT-OPEN
110900         CLOSE PENDING-RPT
111000     END-IF.
111100     IF WS-CHGHIST-OPEN
111200         CLOSE CHANGE-HIST
111300     END-IF.
111400     IF WS-PENDACT-OPEN
111500         CLOSE PENDING-ACTIONS
111600     END-IF.
111700     IF WS-EMPMAST-OPEN
111800         CLOSE EMPLOYEE-MASTER
111900     END-IF.
112000     IF WS-RUNLOCK-HELD
112100         PERFORM 1150-RELEASE-RUN-LOCK
112200             THRU 1150-RELEASE-RUN-LOCK-EXIT
112300     END-IF.
112400 3000-TERMINATE-EXIT.
112500     EXIT.

112600*----------------------------------------------------------------
112700*  3100-WRITE-AUDIT-LOG - APPEND ONE LINE TO AUDIT-LOG WITH THE
112800*  RUN'S COUNTS. OPENED EXTEND; CREATED ON THE FIRST RUN.
112900*----------------------------------------------------------------
113000 3100-WRITE-AUDIT-LOG.
113100     OPEN EXTEND AUDIT-LOG.
113200     IF WS-AUDITLOG-STATUS NOT = "00"
113300         OPEN OUTPUT AUDIT-LOG
113400     END-IF.
113500     IF WS-AUDITLOG-STATUS NOT = "00"
113600         DISPLAY "PENDAPLY: ERROR OPENING AUDIT-LOG "
113700             "STATUS = " WS-AUDITLOG-STATUS
113800         GO TO 3100-WRITE-AUDIT-LOG-EXIT
113900     END-IF.
114000     MOVE WS-RUN-MM        TO WA-RUN-MM.
114100     MOVE WS-RUN-DD        TO WA-RUN-DD.
114200     MOVE WS-RUN-YY        TO WA-RUN-YY.
114300     MOVE WS-RUN-HH        TO WA-RUN-HH.
114400     MOVE WS-RUN-MIN       TO WA-RUN-MIN.
114500     MOVE WS-RUN-SEC       TO WA-RUN-SEC.
114600     MOVE WS-RUN-USER-ID   TO WA-USER-ID.
114700     MOVE WS-APPLIED-COUNT TO WA-APPLIED-COUNT.
114800     MOVE WS-FAILED-COUNT  TO WA-FAILED-COUNT.
114900     MOVE WS-PENDING-COUNT TO WA-PENDING-COUNT.
115000     WRITE AUDIT-LOG-RECORD FROM WS-AUDIT-LINE.
115100     CLOSE AUDIT-LOG.
115200 3100-WRITE-AUDIT-LOG-EXIT.
115300     EXIT.
