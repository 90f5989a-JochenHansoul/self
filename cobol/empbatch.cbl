000100*****************************************************************
000200*  PROGRAM     :  EMPBATCH
000300*  AUTHOR      :  J. HANSOUL
000400*  INSTALLATION:  DATA PROCESSING
000500*  DATE-WRITTEN:  10/15/2026
000600*  DATE-COMPILED:
000700*----------------------------------------------------------------
000800*  PURPOSE     :  BATCH MAINTENANCE RUN FOR MASS HR UPDATES. READS
000900*                 A FILE OF CHANGE, TERMINATE, REHIRE, LEAVE/
001000*                 RETURN, AND TRANSFER TRANSACTIONS (EMPTRAN,
001100*                 COPYBOOK EMPTRAN) AND APPLIES THEM TO
001200*                 EMPLOYEE-MASTER WITH THE SAME CHECKS AS THE
001300*                 EMPMAINT OPERATION - EMPLIM RANGES, THE
001400*                 DEPT-MASTER ACTIVE FLAG FOR THE EMPLOYEE'S AND A
001500*                 TRANSFER'S TARGET DEPARTMENT, AND THE STATUS
001600*                 RULES. EACH TRANSACTION'S SUBMITTING OPERATOR IS
001700*                 CHECKED ON OPERATOR-AUTH FOR THAT TRANSACTION
001800*                 TYPE WITH THE SAME ADD/CHANGE/DELETE FLAGS
001900*                 EMPMAINT USES, AND EVERY APPLIED TRANSACTION IS
002000*                 LOGGED TO CHANGE-HIST IN THE EMPMAINT LAYOUT
002100*                 UNDER THAT OPERATOR (A REFUSED ONE AS DENY-x). A
002200*                 TRANSFER MOVES THE EMPLOYEE'S PENDACT ACTIONS TO
002300*                 THE NEW ID AS EMPMAINT DOES. A TRANSACTION THAT
002400*                 CANNOT BE APPLIED GOES TO THE REJECT FILE
002500*                 (EMPBREJ) WITH THE REASON, TO BE CORRECTED AND
002600*                 RESUBMITTED IN A LATER BATCH. THE HEADER/TRAILER
002700*                 CONTROL TOTALS ARE PROVED BEFORE ANY TRANSACTION
002800*                 IS APPLIED - A BATCH THAT DOES NOT BALANCE IS
002900*                 NOT RUN AT ALL. THE RUN CHECKPOINTS TO EMPBRST
003000*                 AFTER EVERY TRANSACTION SO A RERUN OF THE SAME
003100*                 BATCH RESUMES AFTER THE LAST ONE COMMITTED. IT
003200*                 TAKES THE RUNLOCK INTERLOCK AND FAILS FAST IF IT
003300*                 IS HELD, LIKE THE NIGHTLY LOAD, AND APPENDS A
003400*                 LINE TO AUDIT-LOG.
003500*----------------------------------------------------------------
003600*  MODIFICATION HISTORY
003700*    DATE       INIT  DESCRIPTION
003800*    10/15/2026 JH    ORIGINAL PROGRAM.
003810*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
003820*                       THE LAST/FIRST NAME ALTERNATE KEY
003830*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
003840*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
003850*                       CHANGE TO THIS PROGRAM'S LOGIC.
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100     PROGRAM-ID.     EMPBATCH.
004200     AUTHOR.         J. HANSOUL.
004300     INSTALLATION.   DATA PROCESSING.
004400     DATE-WRITTEN.   10/15/2026.
004500     DATE-COMPILED.

004600*----------------------------------------------------------------
004700*  ENVIRONMENT DIVISION
004800*----------------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100     SOURCE-COMPUTER.   IBM-370.
005200     OBJECT-COMPUTER.   IBM-370.

005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT TRANS-IN      ASSIGN TO "EMPTRAN"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TRANIN-STATUS.
005800     SELECT TRANS-REJ     ASSIGN TO "EMPBREJ"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-TRANREJ-STATUS.
006100     SELECT RESTART-FILE  ASSIGN TO "EMPBRST"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RESTART-STATUS.
006400     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS EM-ID
006750         ALTERNATE RECORD KEY IS EM-NAME-KEY
006760             WITH DUPLICATES
006800         FILE STATUS IS WS-EMPMAST-STATUS.
006900     SELECT PENDING-ACTIONS ASSIGN TO "PENDACT"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS PA-KEY
007300         FILE STATUS IS WS-PENDACT-STATUS.
007400     SELECT OPERATOR-AUTH ASSIGN TO "OPERAUTH"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-OPERAUTH-STATUS.
007700     SELECT DEPT-MASTER   ASSIGN TO "DEPTMAST"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-DEPTMAST-STATUS.
008000     SELECT CHANGE-HIST   ASSIGN TO "EMPCHG"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-CHGHIST-STATUS.
008300     SELECT RUN-LOCK      ASSIGN TO "RUNLOCK"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-RUNLOCK-STATUS.
008600     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-AUDITLOG-STATUS.

008900*----------------------------------------------------------------
009000*  DATA DIVISION
009100*----------------------------------------------------------------
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  TRANS-IN
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 01  TRANS-IN-RECORD          PIC X(80).

009800 FD  TRANS-REJ
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 01  TRANS-REJ-RECORD         PIC X(120).

010200 FD  RESTART-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  RESTART-RECORD.
010600     05  RB-BATCH-ID          PIC X(08).
010700     05  RB-READ-COUNT        PIC 9(07).
010800     05  RB-APPLIED-COUNT     PIC 9(07).
010900     05  RB-REJECTED-COUNT    PIC 9(07).
011000     05  RB-DENIED-COUNT      PIC 9(07).

011100 FD  EMPLOYEE-MASTER
011200     LABEL RECORDS ARE STANDARD.
011300     COPY EMPREC REPLACING
011400         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
011500         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
011550         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
011600         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
011700         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
011800         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
011900         ==WS-TITLE==           BY ==EM-TITLE==
012000         ==WS-NAME==            BY ==EM-NAME==
012100         ==WS-ID==              BY ==EM-ID==
012200         ==WS-DEPT==            BY ==EM-DEPT==
012300         ==WS-EMP-NO==          BY ==EM-EMP-NO==
012400         ==WS-STATUS-CODE==     BY ==EM-STATUS-CODE==
012500         ==WS-STA-ACTIVE==      BY ==EM-STA-ACTIVE==
012600         ==WS-STA-ON-LEAVE==    BY ==EM-STA-ON-LEAVE==
012700         ==WS-STA-TERMINATED==  BY ==EM-STA-TERMINATED==
012800         ==WS-HIRE-DATE==       BY ==EM-HIRE-DATE==
012900         ==WS-TERM-DATE==       BY ==EM-TERM-DATE==.

013000 FD  PENDING-ACTIONS
013100     LABEL RECORDS ARE STANDARD.
013200 01  PENDING-ACTION-RECORD.
013300     05  PA-KEY               PIC X(20).
013400     05  FILLER               PIC X(53).

013500 FD  OPERATOR-AUTH
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800 01  OPERATOR-AUTH-RECORD.
013900     05  OA-OPERATOR-ID       PIC X(08).
014000     05  OA-ALLOW-ADD         PIC X(01).
014100     05  OA-ALLOW-CHANGE      PIC X(01).
014200     05  OA-ALLOW-DELETE      PIC X(01).

014300 FD  DEPT-MASTER
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD.
014600 01  DEPT-MASTER-RECORD       PIC X(29).

014700 FD  CHANGE-HIST
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000 01  CHANGE-HIST-RECORD       PIC X(120).

015100 FD  RUN-LOCK
015200     RECORDING MODE IS F
015300     LABEL RECORDS ARE STANDARD.
015400 01  RUN-LOCK-RECORD.
015500     05  RL-HOLDER            PIC X(08).
015600     05  RL-USER-ID           PIC X(08).
015700     05  RL-LOCK-DATE         PIC 9(06).
015800     05  RL-LOCK-TIME         PIC 9(06).

015900 FD  AUDIT-LOG
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200 01  AUDIT-LOG-RECORD         PIC X(80).

016300 WORKING-STORAGE SECTION.
016400     COPY EMPREC REPLACING
016500         ==WS-EMPLOYEE-RECORD== BY ==WI-EMPLOYEE-RECORD==
016600         ==WS-NAME-DATA==       BY ==WI-NAME-DATA==
016650         ==WS-NAME-KEY==        BY ==WI-NAME-KEY==
016700         ==WS-LAST-NAME==       BY ==WI-LAST-NAME==
016800         ==WS-FIRST-NAME==      BY ==WI-FIRST-NAME==
016900         ==WS-MIDDLE-INIT==     BY ==WI-MIDDLE-INIT==
017000         ==WS-TITLE==           BY ==WI-TITLE==
017100         ==WS-NAME==            BY ==WI-NAME==
017200         ==WS-ID==              BY ==WI-ID==
017300         ==WS-DEPT==            BY ==WI-DEPT==
017400         ==WS-EMP-NO==          BY ==WI-EMP-NO==
017500         ==WS-STATUS-CODE==     BY ==WI-STATUS-CODE==
017600         ==WS-STA-ACTIVE==      BY ==WI-STA-ACTIVE==
017700         ==WS-STA-ON-LEAVE==    BY ==WI-STA-ON-LEAVE==
017800         ==WS-STA-TERMINATED==  BY ==WI-STA-TERMINATED==
017900         ==WS-HIRE-DATE==       BY ==WI-HIRE-DATE==
018000         ==WS-TERM-DATE==       BY ==WI-TERM-DATE==.
018100     COPY EMPLIM.
018200     COPY DEPTREC.
018300     COPY PENDREC.
018400     COPY EMPTRAN.

018500*----------------------------------------------------------------
018600*  WS-DEPT-ACTIVE-TABLE - ONE FLAG BYTE PER DEPARTMENT CODE IN
018700*  THE EMPLIM RANGE, LOADED FROM DEPT-MASTER THE SAME WAY
018800*  EMPMAINT LOADS IT. 'A' MEANS ACTIVE.
018900*----------------------------------------------------------------
019000 01  WS-DEPT-ACTIVE-TABLE         PIC X(899) VALUE SPACES.
019100 01  WS-DEPT-ACTIVE-ENTRIES REDEFINES WS-DEPT-ACTIVE-TABLE.
019200     05  WS-DPT-ACTIVE-ENTRY  OCCURS 899 TIMES
019300                                  PIC X(01).

019400*----------------------------------------------------------------
019500*  WS-AUTH-TABLE - THE OPERATOR-AUTH RECORDS, LOADED ONCE SO
019600*  EACH TRANSACTION'S OPERATOR CAN BE CHECKED WITHOUT REREADING
019700*  THE FILE. THE Y/N FLAGS ARE THE EMPMAINT ADD/CHANGE/DELETE
019800*  AUTHORITIES.
019900*----------------------------------------------------------------
020000 01  WS-AUTH-TABLE.
020100     05  WS-AUTH-ENTRY OCCURS 500 TIMES.
020200         10  WS-AUTH-ID           PIC X(08).
020300         10  WS-AUTH-ADD-FLAG     PIC X(01).
020400         10  WS-AUTH-CHANGE-FLAG  PIC X(01).
020500         10  WS-AUTH-DELETE-FLAG  PIC X(01).

020600 01  WS-SWITCHES.
020700     05  WS-INIT-FAILED-SWITCH PIC X(01) VALUE 'N'.
020800         88  WS-INIT-FAILED             VALUE 'Y'.
020900     05  WS-TRAN-EOF-SWITCH   PIC X(01) VALUE 'N'.
021000         88  WS-TRAN-EOF                VALUE 'Y'.
021100     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
021200         88  WS-CTL-EOF                 VALUE 'Y'.
021300     05  WS-HEADER-FOUND-SWITCH PIC X(01) VALUE 'N'.
021400         88  WS-HEADER-FOUND            VALUE 'Y'.
021500     05  WS-TRAILER-FOUND-SWITCH PIC X(01) VALUE 'N'.
021600         88  WS-TRAILER-FOUND           VALUE 'Y'.
021700     05  WS-CONTROL-SWITCH    PIC X(01) VALUE 'Y'.
021800         88  WS-CONTROL-OK              VALUE 'Y'.
021900         88  WS-CONTROL-BAD             VALUE 'N'.
022000     05  WS-VALID-SWITCH      PIC X(01) VALUE 'Y'.
022100         88  WS-INPUT-VALID             VALUE 'Y'.
022200         88  WS-INPUT-INVALID           VALUE 'N'.
022300     05  WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
022400         88  WS-RECORD-FOUND            VALUE 'Y'.
022500         88  WS-RECORD-NOT-FOUND        VALUE 'N'.
022600     05  WS-RESULT-SWITCH     PIC X(01) VALUE 'N'.
022700         88  WS-TRAN-APPLIED            VALUE 'Y'.
022800         88  WS-TRAN-REJECTED           VALUE 'N'.
022900     05  WS-PERMIT-SWITCH     PIC X(01) VALUE 'N'.
023000         88  WS-TRAN-PERMITTED          VALUE 'Y'.
023100         88  WS-TRAN-NOT-PERMITTED      VALUE 'N'.
023200     05  WS-OPER-FOUND-SWITCH PIC X(01) VALUE 'N'.
023300         88  WS-OPER-FOUND              VALUE 'Y'.
023400     05  WS-OPERAUTH-EOF-SWITCH PIC X(01) VALUE 'N'.
023500         88  WS-OPERAUTH-EOF            VALUE 'Y'.
023600     05  WS-DEPTMAST-PRESENT-SWITCH PIC X(01) VALUE 'N'.
023700         88  WS-DEPTMAST-PRESENT        VALUE 'Y'.
023800         88  WS-DEPTMAST-ABSENT         VALUE 'N'.
023900     05  WS-DEPTMAST-EOF-SWITCH PIC X(01) VALUE 'N'.
024000         88  WS-DEPTMAST-EOF            VALUE 'Y'.
024100     05  WS-PND-EOF-SWITCH    PIC X(01) VALUE 'N'.
024200         88  WS-PND-EOF                 VALUE 'Y'.
024300     05  WS-RUNLOCK-HELD-SWITCH PIC X(01) VALUE 'N'.
024400         88  WS-RUNLOCK-HELD            VALUE 'Y'.
024500     05  WS-EMPMAST-OPEN-SWITCH  PIC X(01) VALUE 'N'.
024600         88  WS-EMPMAST-OPEN               VALUE 'Y'.
024700     05  WS-PENDACT-OPEN-SWITCH PIC X(01) VALUE 'N'.
024800         88  WS-PENDACT-OPEN            VALUE 'Y'.
024900     05  WS-CHGHIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
025000         88  WS-CHGHIST-OPEN            VALUE 'Y'.
025100     05  WS-TRANIN-OPEN-SWITCH PIC X(01) VALUE 'N'.
025200         88  WS-TRANIN-OPEN             VALUE 'Y'.
025300     05  WS-TRANREJ-OPEN-SWITCH PIC X(01) VALUE 'N'.
025400         88  WS-TRANREJ-OPEN            VALUE 'Y'.

025500 01  WS-FILE-STATUSES.
025600     05  WS-TRANIN-STATUS     PIC X(02) VALUE SPACES.
025700     05  WS-TRANREJ-STATUS    PIC X(02) VALUE SPACES.
025800     05  WS-RESTART-STATUS    PIC X(02) VALUE SPACES.
025900     05  WS-EMPMAST-STATUS    PIC X(02) VALUE SPACES.
026000     05  WS-PENDACT-STATUS    PIC X(02) VALUE SPACES.
026100     05  WS-OPERAUTH-STATUS   PIC X(02) VALUE SPACES.
026200     05  WS-DEPTMAST-STATUS   PIC X(02) VALUE SPACES.
026300     05  WS-CHGHIST-STATUS    PIC X(02) VALUE SPACES.
026400     05  WS-RUNLOCK-STATUS    PIC X(02) VALUE SPACES.
026500     05  WS-AUDITLOG-STATUS   PIC X(02) VALUE SPACES.

026600 01  WS-COUNTERS COMP.
026700     05  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
026800     05  WS-RESTART-COUNT     PIC 9(07) VALUE ZERO.
026900     05  WS-APPLIED-COUNT     PIC 9(07) VALUE ZERO.
027000     05  WS-REJECTED-COUNT    PIC 9(07) VALUE ZERO.
027100     05  WS-DENIED-COUNT      PIC 9(07) VALUE ZERO.
027200     05  WS-CARRIED-COUNT     PIC 9(05) VALUE ZERO.
027300     05  WS-AUTH-COUNT        PIC 9(05) VALUE ZERO.
027400     05  WS-AUTH-OVERFLOW     PIC 9(05) VALUE ZERO.
027500     05  WS-AUTH-IDX          PIC 9(05) VALUE ZERO.
027600     05  WS-AUTH-HIT          PIC 9(05) VALUE ZERO.

027700 01  WS-MAX-AUTH              PIC 9(05) VALUE 500.

027800*----------------------------------------------------------------
027900*  CONTROL TOTALS - WHAT THE PRE-PASS FOUND IN THE FILE AGAINST
028000*  WHAT THE HEADER AND TRAILER SAY. THE HASH IS THE LOW-ORDER
028100*  NINE DIGITS OF THE SUM OF THE DETAIL EMPLOYEE NUMBERS, AS ON
028200*  THE NIGHTLY EXTRACT'S TRAILER.
028300*----------------------------------------------------------------
028400 01  WS-CONTROL-TOTALS.
028500     05  WS-BATCH-ID          PIC X(08) VALUE SPACES.
028600     05  WS-CTL-DETAIL-COUNT  PIC 9(07) VALUE ZERO.
028700     05  WS-CTL-EXTRA-COUNT   PIC 9(07) VALUE ZERO.
028800     05  WS-TRL-EXPECTED-COUNT PIC 9(07) VALUE ZERO.
028900     05  WS-TRL-EXPECTED-HASH PIC 9(09) VALUE ZERO.
029000     05  WS-CTL-HASH          PIC 9(09) VALUE ZERO.
029100     05  WS-HASH-WORK         PIC 9(12) VALUE ZERO.
029200     05  WS-HASH-QUOTIENT     PIC 9(03) VALUE ZERO.

029300 01  WS-RUN-DATE.
029400     05  WS-RUN-YY            PIC 9(02).
029500     05  WS-RUN-MM            PIC 9(02).
029600     05  WS-RUN-DD            PIC 9(02).

029700 01  WS-RUN-TIME.
029800     05  WS-RUN-HH            PIC 9(02).
029900     05  WS-RUN-MIN           PIC 9(02).
030000     05  WS-RUN-SEC           PIC 9(02).
030100     05  WS-RUN-HUNDREDTHS    PIC 9(02).

030200 01  WS-RUN-USER-ID           PIC X(08) VALUE SPACES.

030300 01  WS-REASON-TEXT           PIC X(40) VALUE SPACES.
030400 01  WI-DEPT-INPUT            PIC X(03).
030500 01  WI-EMP-NO-INPUT          PIC X(05).
030600 01  WS-XFR-NEW-DEPT          PIC 9(03) VALUE ZERO.
030700 01  WS-PND-SAVE-KEY          PIC X(20) VALUE SPACES.

030800 01  WS-CHG-ACTION            PIC X(06) VALUE SPACES.
030900 01  WS-CHG-OLD-NAME          PIC A(30) VALUE SPACES.
031000 01  WS-CHG-NEW-NAME          PIC A(30) VALUE SPACES.
031100 01  WS-DENY-ACTION.
031200     05  WS-DENY-PREFIX       PIC X(05) VALUE "DENY-".
031300     05  WS-DENY-CODE         PIC X(01) VALUE SPACES.

031400*----------------------------------------------------------------
031500*  WS-REJECT-RECORD - THE TRANSACTION IMAGE AS SUBMITTED, FOLLOWED
031600*  BY THE REASON IT WAS NOT APPLIED. COLUMNS 1-80 CAN BE CORRECTED
031700*  AND RESUBMITTED IN A LATER BATCH UNDER ITS OWN HEADER AND
031800*  TRAILER.
031900*----------------------------------------------------------------
032000 01  WS-REJECT-RECORD.
032100     05  WJ-TRANSACTION       PIC X(80).
032200     05  WJ-REASON            PIC X(40).

032300*----------------------------------------------------------------
032400*  WS-CHANGE-LOG-LINE / WS-XFER-LOG-LINE - THE CHANGE-HIST LINE
032500*  LAYOUTS EMPMAINT WRITES, SO A TRANSACTION APPLIED HERE READS
032600*  THE SAME AS ONE KEYED AT A TERMINAL
032700*----------------------------------------------------------------
032800 01  WS-CHANGE-LOG-LINE.
032900     05  WH-RUN-DATE.
033000         10  WH-RUN-MM        PIC 9(02).
033100         10  FILLER           PIC X(01) VALUE "/".
033200         10  WH-RUN-DD        PIC 9(02).
033300         10  FILLER           PIC X(01) VALUE "/".
033400         10  WH-RUN-YY        PIC 9(02).
033500     05  FILLER               PIC X(01) VALUE SPACES.
033600     05  WH-RUN-TIME.
033700         10  WH-RUN-HH        PIC 9(02).
033800         10  FILLER           PIC X(01) VALUE ":".
033900         10  WH-RUN-MIN       PIC 9(02).
034000         10  FILLER           PIC X(01) VALUE ":".
034100         10  WH-RUN-SEC       PIC 9(02).
034200     05  FILLER               PIC X(01) VALUE SPACES.
034300     05  WH-OPERATOR-ID       PIC X(08).
034400     05  FILLER               PIC X(01) VALUE SPACES.
034500     05  WH-ACTION            PIC X(06).
034600     05  FILLER               PIC X(01) VALUE SPACES.
034700     05  WH-DEPT              PIC 9(03).
034800     05  FILLER               PIC X(01) VALUE "-".
034900     05  WH-EMP-NO            PIC 9(05).
035000     05  FILLER               PIC X(06) VALUE " OLD: ".
035100     05  WH-OLD-NAME          PIC A(30).
035200     05  FILLER               PIC X(06) VALUE " NEW: ".
035300     05  WH-NEW-NAME          PIC A(30).

035400 01  WS-XFER-LOG-LINE.
035500     05  WX-RUN-DATE.
035600         10  WX-RUN-MM        PIC 9(02).
035700         10  FILLER           PIC X(01) VALUE "/".
035800         10  WX-RUN-DD        PIC 9(02).
035900         10  FILLER           PIC X(01) VALUE "/".
036000         10  WX-RUN-YY        PIC 9(02).
036100     05  FILLER               PIC X(01) VALUE SPACES.
036200     05  WX-RUN-TIME.
036300         10  WX-RUN-HH        PIC 9(02).
036400         10  FILLER           PIC X(01) VALUE ":".
036500         10  WX-RUN-MIN       PIC 9(02).
036600         10  FILLER           PIC X(01) VALUE ":".
036700         10  WX-RUN-SEC       PIC 9(02).
036800     05  FILLER               PIC X(01) VALUE SPACES.
036900     05  WX-OPERATOR-ID       PIC X(08).
037000     05  FILLER               PIC X(06) VALUE " XFER ".
037100     05  WX-OLD-DEPT          PIC 9(03).
037200     05  FILLER               PIC X(01) VALUE "-".
037300     05  WX-OLD-EMP-NO        PIC 9(05).
037400     05  FILLER               PIC X(04) VALUE " TO ".
037500     05  WX-NEW-DEPT          PIC 9(03).
037600     05  FILLER               PIC X(01) VALUE "-".
037700     05  WX-NEW-EMP-NO        PIC 9(05).
037800     05  FILLER               PIC X(07) VALUE " NAME: ".
037900     05  WX-NAME              PIC A(30).

038000*----------------------------------------------------------------
038100*  WS-AUDIT-LINE - ONE LINE PER RUN APPENDED TO AUDIT-LOG WITH THE
038200*  BATCH ID, THE APPLIED AND REJECTED COUNTS, AND THE RESULT:
038300*  COMPLETE, UNBALANCED (CONTROL TOTALS DID NOT PROVE - NOTHING
038400*  APPLIED), OR FAILED (A FILE COULD NOT BE OPENED)
038500*----------------------------------------------------------------
038600 01  WS-AUDIT-LINE.
038700     05  WA-RUN-DATE.
038800         10  WA-RUN-MM        PIC 9(02).
038900         10  FILLER           PIC X(01) VALUE "/".
039000         10  WA-RUN-DD        PIC 9(02).
039100         10  FILLER           PIC X(01) VALUE "/".
039200         10  WA-RUN-YY        PIC 9(02).
039300     05  FILLER               PIC X(01) VALUE SPACES.
039400     05  WA-RUN-TIME.
039500         10  WA-RUN-HH        PIC 9(02).
039600         10  FILLER           PIC X(01) VALUE ":".
039700         10  WA-RUN-MIN       PIC 9(02).
039800         10  FILLER           PIC X(01) VALUE ":".
039900         10  WA-RUN-SEC       PIC 9(02).
040000     05  FILLER               PIC X(01) VALUE SPACES.
040100     05  WA-USER-ID           PIC X(08).
040200     05  FILLER               PIC X(01) VALUE SPACES.
040300     05  FILLER               PIC X(08) VALUE "EMPBATCH".
040400     05  FILLER               PIC X(01) VALUE SPACES.
040500     05  WA-BATCH-ID          PIC X(08).
040600     05  FILLER               PIC X(06) VALUE " APPL:".
040700     05  WA-APPLIED-COUNT     PIC ZZ,ZZ9.
040800     05  FILLER               PIC X(05) VALUE " REJ:".
040900     05  WA-REJECTED-COUNT    PIC ZZ,ZZ9.
041000     05  FILLER               PIC X(01) VALUE SPACES.
041100     05  WA-RESULT            PIC X(12).

041200*----------------------------------------------------------------
041300*  PROCEDURE DIVISION
041400*----------------------------------------------------------------
041500 PROCEDURE DIVISION.
041600 0000-MAINLINE.
041700     PERFORM 1000-INITIALIZE
041800         THRU 1000-INITIALIZE-EXIT.
041900     IF NOT WS-INIT-FAILED
042000         PERFORM 2000-PROCESS-TRANSACTION
042100             THRU 2000-PROCESS-TRANSACTION-EXIT
042200             UNTIL WS-TRAN-EOF
042300     END-IF.
042400     PERFORM 3000-TERMINATE
042500         THRU 3000-TERMINATE-EXIT.
042600     STOP RUN.

042700*----------------------------------------------------------------
042800*  1000-INITIALIZE - TAKE THE RUN LOCK, LOAD THE DEPARTMENT AND
042900*  OPERATOR TABLES, PROVE THE BATCH CONTROL TOTALS, PICK UP ANY
043000*  CHECKPOINT, OPEN THE FILES, AND PRIME THE READ PAST THE
043100*  HEADER AND ANY TRANSACTIONS ALREADY COMMITTED
043200*----------------------------------------------------------------
043300 1000-INITIALIZE.
043400     ACCEPT WS-RUN-DATE FROM DATE.
043500     ACCEPT WS-RUN-TIME FROM TIME.
043600     ACCEPT WS-RUN-USER-ID FROM ENVIRONMENT "USER".
043700     PERFORM 1100-ACQUIRE-RUN-LOCK
043800         THRU 1100-ACQUIRE-RUN-LOCK-EXIT.
043900     IF WS-INIT-FAILED
044000         GO TO 1000-INITIALIZE-EXIT
044100     END-IF.
044200     PERFORM 1200-LOAD-DEPT-TABLE
044300         THRU 1200-LOAD-DEPT-TABLE-EXIT.
044400     PERFORM 1300-LOAD-OPERATOR-AUTH
044500         THRU 1300-LOAD-OPERATOR-AUTH-EXIT.
044600     IF WS-INIT-FAILED
044700         GO TO 1000-INITIALIZE-EXIT
044800     END-IF.
044900     PERFORM 1400-VERIFY-CONTROL-TOTALS
045000         THRU 1400-VERIFY-CONTROL-TOTALS-EXIT.
045100     IF WS-INIT-FAILED
045200         GO TO 1000-INITIALIZE-EXIT
045300     END-IF.
045400     PERFORM 1500-CHECK-RESTART-FILE
045500         THRU 1500-CHECK-RESTART-FILE-EXIT.
045600     IF WS-INIT-FAILED
045700         GO TO 1000-INITIALIZE-EXIT
045800     END-IF.
045900     OPEN I-O EMPLOYEE-MASTER.
046000     IF WS-EMPMAST-STATUS NOT = "00"
046100         DISPLAY "EMPBATCH: ERROR OPENING EMPLOYEE-MASTER "
046200             "STATUS = " WS-EMPMAST-STATUS
046300         SET WS-INIT-FAILED TO TRUE
046400         GO TO 1000-INITIALIZE-EXIT
046500     END-IF.
046600     SET WS-EMPMAST-OPEN TO TRUE.
046700     OPEN I-O PENDING-ACTIONS.
046800     IF WS-PENDACT-STATUS = "35"
046900         OPEN OUTPUT PENDING-ACTIONS
047000         CLOSE PENDING-ACTIONS
047100         OPEN I-O PENDING-ACTIONS
047200     END-IF.
047300     IF WS-PENDACT-STATUS NOT = "00"
047400         DISPLAY "EMPBATCH: ERROR OPENING PENDING-ACTIONS "
047500             "STATUS = " WS-PENDACT-STATUS
047600         SET WS-INIT-FAILED TO TRUE
047700         GO TO 1000-INITIALIZE-EXIT
047800     END-IF.
047900     SET WS-PENDACT-OPEN TO TRUE.
048000     OPEN EXTEND CHANGE-HIST.
048100     IF WS-CHGHIST-STATUS NOT = "00"
048200         OPEN OUTPUT CHANGE-HIST
048300     END-IF.
048400     IF WS-CHGHIST-STATUS NOT = "00"
048500         DISPLAY "EMPBATCH: ERROR OPENING CHANGE-HIST "
048600             "STATUS = " WS-CHGHIST-STATUS
048700         SET WS-INIT-FAILED TO TRUE
048800         GO TO 1000-INITIALIZE-EXIT
048900     END-IF.
049000     SET WS-CHGHIST-OPEN TO TRUE.
049100     IF WS-RESTART-COUNT > ZERO
049200         OPEN EXTEND TRANS-REJ
049300         IF WS-TRANREJ-STATUS NOT = "00"
049400             OPEN OUTPUT TRANS-REJ
049500         END-IF
049600     ELSE
049700         OPEN OUTPUT TRANS-REJ
049800     END-IF.
049900     IF WS-TRANREJ-STATUS NOT = "00"
050000         DISPLAY "EMPBATCH: ERROR OPENING TRANS-REJ "
050100             "STATUS = " WS-TRANREJ-STATUS
050200         SET WS-INIT-FAILED TO TRUE
050300         GO TO 1000-INITIALIZE-EXIT
050400     END-IF.
050500     SET WS-TRANREJ-OPEN TO TRUE.
050600     OPEN INPUT TRANS-IN.
050700     IF WS-TRANIN-STATUS NOT = "00"
050800         DISPLAY "EMPBATCH: ERROR OPENING TRANS-IN "
050900             "STATUS = " WS-TRANIN-STATUS
051000         SET WS-INIT-FAILED TO TRUE
051100         GO TO 1000-INITIALIZE-EXIT
051200     END-IF.
051300     SET WS-TRANIN-OPEN TO TRUE.
051400*    THE HEADER WAS PROVED BY THE CONTROL PASS - READ PAST IT
051500     READ TRANS-IN INTO WS-TRANSACTION-RECORD
051600         AT END
051700             SET WS-TRAN-EOF TO TRUE
051800     END-READ.
051900     PERFORM 2100-READ-TRANSACTION
052000         THRU 2100-READ-TRANSACTION-EXIT.
052100     IF WS-RESTART-COUNT > ZERO
052200         PERFORM 1700-SKIP-TO-CHECKPOINT
052300             THRU 1700-SKIP-TO-CHECKPOINT-EXIT
052400     END-IF.
052500 1000-INITIALIZE-EXIT.
052600     EXIT.

052700*----------------------------------------------------------------
052800*  1100-ACQUIRE-RUN-LOCK - TAKE THE RUNLOCK SINGLE-WRITER
052900*  INTERLOCK ON EMPLOYEE-MASTER. A NON-EMPTY RUNLOCK MEANS THE
053000*  NIGHTLY BATCH, EMPBKUP, PENDAPLY, OR AN ONLINE SESSION HOLDS
053100*  THE MASTER AND THIS RUN FAILS FAST NAMING THE HOLDER - THERE
053200*  IS NO OPERATOR AT A SCHEDULED RUN TO ANSWER AN OVERRIDE
053300*  PROMPT. A LOCK LEFT STALE BY AN ABEND OF THIS RUN IS CLEARED
053400*  THROUGH THE AUDITED OVERRIDE IN EMPMAINT OR SUSMAINT BEFORE
053500*  THE RERUN; THE CHECKPOINT IS LEFT ALONE EITHER WAY.
053600*----------------------------------------------------------------
053700 1100-ACQUIRE-RUN-LOCK.
053800     OPEN INPUT RUN-LOCK.
053900     IF WS-RUNLOCK-STATUS = "00"
054000         READ RUN-LOCK
054100             AT END
054200                 CONTINUE
054300             NOT AT END
054400                 DISPLAY "EMPBATCH: EMPLOYEE-MASTER LOCKED BY "
054500                     RL-HOLDER " USER " RL-USER-ID
054600                 DISPLAY "EMPBATCH: HELD SINCE " RL-LOCK-DATE
054700                     " " RL-LOCK-TIME " - RUN NOT STARTED"
054800                 SET WS-INIT-FAILED TO TRUE
054900         END-READ
055000         CLOSE RUN-LOCK
055100     END-IF.
055200     IF NOT WS-INIT-FAILED
055300         OPEN OUTPUT RUN-LOCK
055400         IF WS-RUNLOCK-STATUS NOT = "00"
055500             DISPLAY "EMPBATCH: CANNOT TAKE RUN LOCK - "
055600                 "STATUS = " WS-RUNLOCK-STATUS
055700             SET WS-INIT-FAILED TO TRUE
055800         ELSE
055900             MOVE "EMPBATCH"    TO RL-HOLDER
056000             MOVE WS-RUN-USER-ID TO RL-USER-ID
056100             MOVE WS-RUN-DATE   TO RL-LOCK-DATE
056200             MOVE WS-RUN-TIME(1:6) TO RL-LOCK-TIME
056300             WRITE RUN-LOCK-RECORD
056400             CLOSE RUN-LOCK
056500             SET WS-RUNLOCK-HELD TO TRUE
056600         END-IF
056700     END-IF.
056800 1100-ACQUIRE-RUN-LOCK-EXIT.
056900     EXIT.

057000*----------------------------------------------------------------
057100*  1150-RELEASE-RUN-LOCK - EMPTY RUNLOCK SO THE NEXT PROGRAM IN
057200*  LINE CAN TAKE IT. ONLY PERFORMED WHEN THIS RUN TOOK THE LOCK.
057300*----------------------------------------------------------------
057400 1150-RELEASE-RUN-LOCK.
057500     OPEN OUTPUT RUN-LOCK.
057600     IF WS-RUNLOCK-STATUS = "00"
057700         CLOSE RUN-LOCK
057800     ELSE
057900         DISPLAY "EMPBATCH: CANNOT RELEASE RUN LOCK - "
058000             "STATUS = " WS-RUNLOCK-STATUS
058100     END-IF.
058200 1150-RELEASE-RUN-LOCK-EXIT.
058300     EXIT.

058400*----------------------------------------------------------------
058500*  1200-LOAD-DEPT-TABLE - LOAD THE DEPT-MASTER ACTIVE FLAGS. A
058600*  MISSING DEPT-MASTER FALLS BACK TO THE RANGE-ONLY CHECK WITH A
058700*  WARNING, AS IN EMPMAINT.
058800*----------------------------------------------------------------
058900 1200-LOAD-DEPT-TABLE.
059000     MOVE ALL "N" TO WS-DEPT-ACTIVE-TABLE.
059100     MOVE 'N' TO WS-DEPTMAST-EOF-SWITCH.
059200     OPEN INPUT DEPT-MASTER.
059300     IF WS-DEPTMAST-STATUS NOT = "00"
059400         DISPLAY "EMPBATCH: NO DEPARTMENT MASTER - STATUS = "
059500             WS-DEPTMAST-STATUS " - RANGE-ONLY DEPT CHECK"
059600         SET WS-DEPTMAST-ABSENT TO TRUE
059700         GO TO 1200-LOAD-DEPT-TABLE-EXIT
059800     END-IF.
059900     SET WS-DEPTMAST-PRESENT TO TRUE.
060000     PERFORM 1250-READ-DEPT-RECORD
060100         THRU 1250-READ-DEPT-RECORD-EXIT
060200         UNTIL WS-DEPTMAST-EOF.
060300     CLOSE DEPT-MASTER.
060400 1200-LOAD-DEPT-TABLE-EXIT.
060500     EXIT.

060600*----------------------------------------------------------------
060700*  1250-READ-DEPT-RECORD - READ ONE DEPARTMENT RECORD AND MARK
060800*  ITS CODE ACTIVE WHEN ITS FLAG SAYS SO
060900*----------------------------------------------------------------
061000 1250-READ-DEPT-RECORD.
061100     READ DEPT-MASTER INTO WS-DEPARTMENT-RECORD
061200         AT END
061300             SET WS-DEPTMAST-EOF TO TRUE
061400     END-READ.
061500     IF NOT WS-DEPTMAST-EOF
061600         IF WS-DPT-CODE IS NUMERIC AND
061700            WS-DPT-CODE >= WS-DEPT-LOW AND
061800            WS-DPT-CODE <= WS-DEPT-HIGH AND
061900            WS-DPT-ACTIVE
062000             MOVE "A" TO WS-DPT-ACTIVE-ENTRY(WS-DPT-CODE)
062100         END-IF
062200     END-IF.
062300 1250-READ-DEPT-RECORD-EXIT.
062400     EXIT.

062500*----------------------------------------------------------------
062600*  1300-LOAD-OPERATOR-AUTH - TABLE THE OPERATOR-AUTH RECORDS. A
062700*  MISSING TABLE STOPS THE RUN - NO AUTHORITY IS ASSUMED BY
062800*  DEFAULT, AS IN EMPMAINT.
062900*----------------------------------------------------------------
063000 1300-LOAD-OPERATOR-AUTH.
063100     OPEN INPUT OPERATOR-AUTH.
063200     IF WS-OPERAUTH-STATUS NOT = "00"
063300         DISPLAY "EMPBATCH: NO OPERATOR-AUTH TABLE - STATUS = "
063400             WS-OPERAUTH-STATUS " - RUN NOT STARTED"
063500         SET WS-INIT-FAILED TO TRUE
063600         GO TO 1300-LOAD-OPERATOR-AUTH-EXIT
063700     END-IF.
063800     PERFORM 1350-READ-AUTH-RECORD
063900         THRU 1350-READ-AUTH-RECORD-EXIT
064000         UNTIL WS-OPERAUTH-EOF.
064100     CLOSE OPERATOR-AUTH.
064200     IF WS-AUTH-OVERFLOW > ZERO
064300         DISPLAY "EMPBATCH: OPERATOR-AUTH TABLE FULL - "
064400             WS-AUTH-OVERFLOW " IDS NOT LOADED"
064500     END-IF.
064600 1300-LOAD-OPERATOR-AUTH-EXIT.
064700     EXIT.

064800*----------------------------------------------------------------
064900*  1350-READ-AUTH-RECORD - READ ONE OPERATOR-AUTH RECORD INTO THE
065000*  NEXT TABLE ENTRY
065100*----------------------------------------------------------------
065200 1350-READ-AUTH-RECORD.
065300     READ OPERATOR-AUTH
065400         AT END
065500             SET WS-OPERAUTH-EOF TO TRUE
065600             GO TO 1350-READ-AUTH-RECORD-EXIT
065700     END-READ.
065800     IF OA-OPERATOR-ID = SPACES
065900         GO TO 1350-READ-AUTH-RECORD-EXIT
066000     END-IF.
066100     IF WS-AUTH-COUNT >= WS-MAX-AUTH
066200         ADD 1 TO WS-AUTH-OVERFLOW
066300         GO TO 1350-READ-AUTH-RECORD-EXIT
066400     END-IF.
066500     ADD 1 TO WS-AUTH-COUNT.
066600     MOVE OA-OPERATOR-ID  TO WS-AUTH-ID(WS-AUTH-COUNT).
066700     MOVE OA-ALLOW-ADD    TO WS-AUTH-ADD-FLAG(WS-AUTH-COUNT).
066800     MOVE OA-ALLOW-CHANGE TO WS-AUTH-CHANGE-FLAG(WS-AUTH-COUNT).
066900     MOVE OA-ALLOW-DELETE TO WS-AUTH-DELETE-FLAG(WS-AUTH-COUNT).
067000 1350-READ-AUTH-RECORD-EXIT.
067100     EXIT.

067200*----------------------------------------------------------------
067300*  1400-VERIFY-CONTROL-TOTALS - READ THE WHOLE TRANSACTION FILE
067400*  ONCE BEFORE ANYTHING IS APPLIED AND PROVE IT AGAINST ITS
067500*  HEADER AND TRAILER: THE HEADER MUST BE FIRST, THE TRAILER
067600*  LAST, AND THE DETAIL COUNT AND EMPLOYEE-NUMBER HASH MUST
067700*  AGREE WITH THE TRAILER. UNLIKE THE NIGHTLY LOAD, WHICH FLAGS
067800*  A DISCREPANCY AND CARRIES ON, A MASS UPDATE THAT DOES NOT
067900*  BALANCE IS NOT RUN AT ALL - A TRUNCATED OR DOUBLED FILE WOULD
068000*  OTHERWISE BE HALF-APPLIED. THE FILE IS CORRECTED AND RERUN.
068100*----------------------------------------------------------------
068200 1400-VERIFY-CONTROL-TOTALS.
068300     OPEN INPUT TRANS-IN.
068400     IF WS-TRANIN-STATUS NOT = "00"
068500         DISPLAY "EMPBATCH: ERROR OPENING TRANS-IN "
068600             "STATUS = " WS-TRANIN-STATUS
068700         SET WS-INIT-FAILED TO TRUE
068800         GO TO 1400-VERIFY-CONTROL-TOTALS-EXIT
068900     END-IF.
069000     MOVE ZERO TO WS-CTL-DETAIL-COUNT.
069100     MOVE ZERO TO WS-CTL-EXTRA-COUNT.
069200     MOVE ZERO TO WS-HASH-WORK.
069300     MOVE 'N'  TO WS-CTL-EOF-SWITCH.
069400     READ TRANS-IN INTO WS-TRANSACTION-RECORD
069500         AT END
069600             SET WS-CTL-EOF TO TRUE
069700     END-READ.
069800     IF NOT WS-CTL-EOF AND WS-TRH-IS-HEADER
069900         SET WS-HEADER-FOUND TO TRUE
070000         MOVE WS-TRH-BATCH-ID TO WS-BATCH-ID
070100     END-IF.
070200     IF WS-HEADER-FOUND
070300         PERFORM 1450-CONTROL-READ
070400             THRU 1450-CONTROL-READ-EXIT
070500             UNTIL WS-CTL-EOF
070600     END-IF.
070700     CLOSE TRANS-IN.
070800     DIVIDE WS-HASH-WORK BY 1000000000
070900         GIVING WS-HASH-QUOTIENT
071000         REMAINDER WS-CTL-HASH.
071100     SET WS-CONTROL-BAD TO TRUE.
071200     EVALUATE TRUE
071300         WHEN NOT WS-HEADER-FOUND
071400             DISPLAY "EMPBATCH: NO BATCH HEADER ON TRANS-IN"
071500         WHEN NOT WS-TRAILER-FOUND
071600             DISPLAY "EMPBATCH: NO BATCH TRAILER ON TRANS-IN - "
071700                 "FILE MAY BE TRUNCATED"
071800         WHEN WS-CTL-EXTRA-COUNT > ZERO
071900             DISPLAY "EMPBATCH: " WS-CTL-EXTRA-COUNT
072000                 " RECORD(S) OUT OF PLACE AFTER THE HEADER OR "
072100                 "TRAILER"
072200         WHEN WS-CTL-DETAIL-COUNT NOT = WS-TRL-EXPECTED-COUNT
072300             DISPLAY "EMPBATCH: BATCH RECORD COUNT MISMATCH "
072400                 "- EXPECTED " WS-TRL-EXPECTED-COUNT
072500                 " READ " WS-CTL-DETAIL-COUNT
072600         WHEN WS-CTL-HASH NOT = WS-TRL-EXPECTED-HASH
072700             DISPLAY "EMPBATCH: BATCH CONTROL HASH MISMATCH "
072800                 "- FILE CONTENT SUSPECT"
072900         WHEN OTHER
073000             SET WS-CONTROL-OK TO TRUE
073100     END-EVALUATE.
073200     IF WS-CONTROL-BAD
073300         DISPLAY "EMPBATCH: BATCH " WS-BATCH-ID
073400             " DOES NOT BALANCE - NOTHING APPLIED"
073500         SET WS-INIT-FAILED TO TRUE
073600     END-IF.
073700 1400-VERIFY-CONTROL-TOTALS-EXIT.
073800     EXIT.

073900*----------------------------------------------------------------
074000*  1450-CONTROL-READ - READ ONE RECORD OF THE CONTROL PASS. A
074100*  DETAIL IS COUNTED AND ITS EMPLOYEE NUMBER HASHED; THE TRAILER
074200*  SUPPLIES THE EXPECTED TOTALS; A SECOND HEADER, A SECOND
074300*  TRAILER, OR ANYTHING AFTER THE TRAILER IS OUT OF PLACE.
074400*  NON-NUMERIC TRAILER FIELDS ARE LEFT AT ZERO SO A MANGLED
074500*  TRAILER SURFACES AS A COUNT MISMATCH.
074600*----------------------------------------------------------------
074700 1450-CONTROL-READ.
074800     READ TRANS-IN INTO WS-TRANSACTION-RECORD
074900         AT END
075000             SET WS-CTL-EOF TO TRUE
075100             GO TO 1450-CONTROL-READ-EXIT
075200     END-READ.
075300     IF WS-TRAILER-FOUND OR WS-TRH-IS-HEADER
075400         ADD 1 TO WS-CTL-EXTRA-COUNT
075500         GO TO 1450-CONTROL-READ-EXIT
075600     END-IF.
075700     IF WS-TRT-IS-TRAILER
075800         SET WS-TRAILER-FOUND TO TRUE
075900         IF WS-TRT-EXPECTED-COUNT IS NUMERIC
076000             MOVE WS-TRT-EXPECTED-COUNT TO WS-TRL-EXPECTED-COUNT
076100         END-IF
076200         IF WS-TRT-CONTROL-HASH IS NUMERIC
076300             MOVE WS-TRT-CONTROL-HASH TO WS-TRL-EXPECTED-HASH
076400         END-IF
076500         GO TO 1450-CONTROL-READ-EXIT
076600     END-IF.
076700     ADD 1 TO WS-CTL-DETAIL-COUNT.
076800     IF WS-TRN-EMP-NO-INPUT IS NUMERIC
076900         MOVE WS-TRN-EMP-NO-INPUT TO WI-EMP-NO
077000         ADD WI-EMP-NO TO WS-HASH-WORK
077100     END-IF.
077200 1450-CONTROL-READ-EXIT.
077300     EXIT.

077400*----------------------------------------------------------------
077500*  1500-CHECK-RESTART-FILE - IF EMPBRST HOLDS A CHECKPOINT FROM A
077600*  RUN THAT DID NOT FINISH, PICK UP THE NUMBER OF TRANSACTIONS IT
077700*  COMMITTED AND ITS COUNTS SO THIS RUN RESUMES AFTER THEM. THE
077800*  CHECKPOINT MUST BE FOR THE BATCH NOW ON TRANS-IN - RESUMING A
077900*  DIFFERENT BATCH PART-WAY THROUGH WOULD SKIP TRANSACTIONS THAT
078000*  WERE NEVER APPLIED, SO THAT RUN IS REFUSED UNTIL THE RIGHT
078100*  BATCH IS RERUN OR EMPBRST IS CLEARED. NO CHECKPOINT MEANS A
078200*  FRESH RUN FROM THE FIRST TRANSACTION.
078300*----------------------------------------------------------------
078400 1500-CHECK-RESTART-FILE.
078500     MOVE ZERO TO WS-RESTART-COUNT.
078600     OPEN INPUT RESTART-FILE.
078700     IF WS-RESTART-STATUS NOT = "00"
078800         GO TO 1500-CHECK-RESTART-FILE-EXIT
078900     END-IF.
079000     READ RESTART-FILE
079100         AT END
079200             MOVE ZERO TO RB-READ-COUNT
079300     END-READ.
079400     CLOSE RESTART-FILE.
079500     IF RB-READ-COUNT IS NOT NUMERIC OR RB-READ-COUNT = ZERO
079600         GO TO 1500-CHECK-RESTART-FILE-EXIT
079700     END-IF.
079800     IF RB-BATCH-ID NOT = WS-BATCH-ID
079900         DISPLAY "EMPBATCH: CHECKPOINT ON EMPBRST IS FOR BATCH "
080000             RB-BATCH-ID " NOT " WS-BATCH-ID " - RUN NOT STARTED"
080100         SET WS-INIT-FAILED TO TRUE
080200         GO TO 1500-CHECK-RESTART-FILE-EXIT
080300     END-IF.
080400     MOVE RB-READ-COUNT     TO WS-RESTART-COUNT.
080500     MOVE RB-APPLIED-COUNT  TO WS-APPLIED-COUNT.
080600     MOVE RB-REJECTED-COUNT TO WS-REJECTED-COUNT.
080700     MOVE RB-DENIED-COUNT   TO WS-DENIED-COUNT.
080800     DISPLAY "EMPBATCH: BATCH " WS-BATCH-ID
080900         " RESUMING AFTER CHECKPOINT " WS-RESTART-COUNT.
081000 1500-CHECK-RESTART-FILE-EXIT.
081100     EXIT.

081200*----------------------------------------------------------------
081300*  1700-SKIP-TO-CHECKPOINT - RE-READ, BUT DO NOT REAPPLY, THE
081400*  TRANSACTIONS ALREADY COMMITTED IN THE PRIOR RUN
081500*----------------------------------------------------------------
081600 1700-SKIP-TO-CHECKPOINT.
081700     PERFORM 2100-READ-TRANSACTION
081800         THRU 2100-READ-TRANSACTION-EXIT
081900         UNTIL WS-TRAN-EOF OR WS-READ-COUNT > WS-RESTART-COUNT.
082000 1700-SKIP-TO-CHECKPOINT-EXIT.
082100     EXIT.

082200*----------------------------------------------------------------
082300*  2000-PROCESS-TRANSACTION - CHECK THE SUBMITTING OPERATOR'S
082400*  AUTHORITY, APPLY THE TRANSACTION, REJECT IT WITH THE REASON
082500*  IF IT CANNOT BE APPLIED, AND CHECKPOINT. THE CHECKPOINT IS
082600*  TAKEN AFTER EVERY TRANSACTION - A WIDER INTERVAL WOULD LET A
082700*  RESTART REAPPLY TRANSACTIONS AND WRITE THEIR CHANGE-HIST AND
082800*  REJECT LINES A SECOND TIME. A TRANSACTION WHOSE UPDATE LANDED
082900*  JUST BEFORE AN ABEND IS TRIED AGAIN ON THE RESTART; THE
083000*  STATUS RULES REFUSE A SECOND TERMINATE, REHIRE, LEAVE,
083100*  RETURN, OR TRANSFER, SO THE MASTER IS NEVER UPDATED TWICE AND
083200*  THE REJECT FILE SHOWS WHY.
083300*----------------------------------------------------------------
083400 2000-PROCESS-TRANSACTION.
083500     SET WS-TRAN-REJECTED TO TRUE.
083600     MOVE SPACES TO WS-REASON-TEXT.
083700     PERFORM 2200-CHECK-AUTHORITY
083800         THRU 2200-CHECK-AUTHORITY-EXIT.
083900     IF WS-TRAN-PERMITTED
084000         PERFORM 2300-APPLY-TRANSACTION
084100             THRU 2300-APPLY-TRANSACTION-EXIT
084200     END-IF.
084300     IF WS-TRAN-APPLIED
084400         ADD 1 TO WS-APPLIED-COUNT
084500     ELSE
084600         ADD 1 TO WS-REJECTED-COUNT
084700         PERFORM 2900-WRITE-REJECT
084800             THRU 2900-WRITE-REJECT-EXIT
084900     END-IF.
085000     PERFORM 2950-WRITE-CHECKPOINT
085100         THRU 2950-WRITE-CHECKPOINT-EXIT.
085200     PERFORM 2100-READ-TRANSACTION
085300         THRU 2100-READ-TRANSACTION-EXIT.
085400 2000-PROCESS-TRANSACTION-EXIT.
085500     EXIT.

085600*----------------------------------------------------------------
085700*  2100-READ-TRANSACTION - READ THE NEXT TRANSACTION. THE TRAILER
085800*  ENDS THE DETAILS.
085900*----------------------------------------------------------------
086000 2100-READ-TRANSACTION.
086100     READ TRANS-IN INTO WS-TRANSACTION-RECORD
086200         AT END
086300             SET WS-TRAN-EOF TO TRUE
086400     END-READ.
086500     IF NOT WS-TRAN-EOF
086600         IF WS-TRT-IS-TRAILER
086700             SET WS-TRAN-EOF TO TRUE
086800         ELSE
086900             ADD 1 TO WS-READ-COUNT
087000         END-IF
087100     END-IF.
087200 2100-READ-TRANSACTION-EXIT.
087300     EXIT.

087400*----------------------------------------------------------------
087500*  2200-CHECK-AUTHORITY - FIND THE SUBMITTING OPERATOR ON THE
087600*  OPERATOR-AUTH TABLE AND CHECK THE FLAG EMPMAINT REQUIRES FOR
087700*  THE OPERATION: CHANGE AND LEAVE/RETURN NEED CHANGE, TERMINATE
087800*  NEEDS DELETE, REHIRE NEEDS ADD, AND TRANSFER NEEDS BOTH ADD
087900*  AND DELETE. AN OPERATOR WHO IS NOT ON THE TABLE OR LACKS THE
088000*  FLAG IS REFUSED AND THE ATTEMPT IS LOGGED TO CHANGE-HIST AS
088100*  DENY-x, AS AT A TERMINAL.
088200*----------------------------------------------------------------
088300 2200-CHECK-AUTHORITY.
088400     SET WS-TRAN-NOT-PERMITTED TO TRUE.
088500     IF NOT WS-TRN-CHANGE AND NOT WS-TRN-TERMINATE AND
088600        NOT WS-TRN-REHIRE AND NOT WS-TRN-LEAVE AND
088700        NOT WS-TRN-TRANSFER
088800         MOVE "INVALID TRANSACTION CODE" TO WS-REASON-TEXT
088900         GO TO 2200-CHECK-AUTHORITY-EXIT
089000     END-IF.
089100     MOVE 'N'  TO WS-OPER-FOUND-SWITCH.
089200     MOVE ZERO TO WS-AUTH-HIT.
089300     PERFORM 2250-SEARCH-AUTH-TABLE
089400         THRU 2250-SEARCH-AUTH-TABLE-EXIT
089500         VARYING WS-AUTH-IDX FROM 1 BY 1
089600         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT OR WS-OPER-FOUND.
089700     IF NOT WS-OPER-FOUND
089800         MOVE "OPERATOR NOT ON OPERATOR-AUTH" TO WS-REASON-TEXT
089900         PERFORM 2850-LOG-DENIAL
090000             THRU 2850-LOG-DENIAL-EXIT
090100         GO TO 2200-CHECK-AUTHORITY-EXIT
090200     END-IF.
090300     EVALUATE TRUE
090400         WHEN WS-TRN-CHANGE
090500         WHEN WS-TRN-LEAVE
090600             IF WS-AUTH-CHANGE-FLAG(WS-AUTH-HIT) = 'Y'
090700                 SET WS-TRAN-PERMITTED TO TRUE
090800             END-IF
090900         WHEN WS-TRN-TERMINATE
091000             IF WS-AUTH-DELETE-FLAG(WS-AUTH-HIT) = 'Y'
091100                 SET WS-TRAN-PERMITTED TO TRUE
091200             END-IF
091300         WHEN WS-TRN-REHIRE
091400             IF WS-AUTH-ADD-FLAG(WS-AUTH-HIT) = 'Y'
091500                 SET WS-TRAN-PERMITTED TO TRUE
091600             END-IF
091700         WHEN WS-TRN-TRANSFER
091800             IF WS-AUTH-ADD-FLAG(WS-AUTH-HIT) = 'Y' AND
091900                WS-AUTH-DELETE-FLAG(WS-AUTH-HIT) = 'Y'
092000                 SET WS-TRAN-PERMITTED TO TRUE
092100             END-IF
092200     END-EVALUATE.
092300     IF WS-TRAN-NOT-PERMITTED
092400         MOVE "OPERATOR NOT AUTHORIZED FOR TRANSACTION"
092500             TO WS-REASON-TEXT
092600         PERFORM 2850-LOG-DENIAL
092700             THRU 2850-LOG-DENIAL-EXIT
092800     END-IF.
092900 2200-CHECK-AUTHORITY-EXIT.
093000     EXIT.

093100*----------------------------------------------------------------
093200*  2250-SEARCH-AUTH-TABLE - COMPARE ONE TABLE ENTRY WITH THE
093300*  SUBMITTING OPERATOR AND REMEMBER WHERE IT MATCHED
093400*----------------------------------------------------------------
093500 2250-SEARCH-AUTH-TABLE.
093600     IF WS-AUTH-ID(WS-AUTH-IDX) = WS-TRN-OPERATOR-ID
093700         SET WS-OPER-FOUND TO TRUE
093800         MOVE WS-AUTH-IDX TO WS-AUTH-HIT
093900     END-IF.
094000 2250-SEARCH-AUTH-TABLE-EXIT.
094100     EXIT.

094200*----------------------------------------------------------------
094300*  2300-APPLY-TRANSACTION - VALIDATE THE EMPLOYEE ID THE WAY
094400*  EMPMAINT DOES, READ THE RECORD, AND HAND OFF BY TRANSACTION
094500*  CODE. ANY FAILURE LEAVES WS-REASON-TEXT SET AND THE MASTER
094600*  UNCHANGED.
094700*----------------------------------------------------------------
094800 2300-APPLY-TRANSACTION.
094900     MOVE WS-TRN-DEPT-INPUT   TO WI-DEPT-INPUT.
095000     MOVE WS-TRN-EMP-NO-INPUT TO WI-EMP-NO-INPUT.
095100     MOVE WI-DEPT-INPUT       TO WI-DEPT.
095200     MOVE WI-EMP-NO-INPUT     TO WI-EMP-NO.
095300     PERFORM 2600-VALIDATE-INPUT-ID
095400         THRU 2600-VALIDATE-INPUT-ID-EXIT.
095500     IF WS-INPUT-INVALID
095600         GO TO 2300-APPLY-TRANSACTION-EXIT
095700     END-IF.
095800     MOVE WI-DEPT   TO EM-DEPT.
095900     MOVE WI-EMP-NO TO EM-EMP-NO.
096000     READ EMPLOYEE-MASTER
096100         INVALID KEY
096200             SET WS-RECORD-NOT-FOUND TO TRUE
096300         NOT INVALID KEY
096400             SET WS-RECORD-FOUND TO TRUE
096500     END-READ.
096600     IF WS-RECORD-NOT-FOUND
096700         MOVE "EMPLOYEE NOT ON FILE" TO WS-REASON-TEXT
096800         GO TO 2300-APPLY-TRANSACTION-EXIT
096900     END-IF.
097000     MOVE EM-NAME TO WS-CHG-OLD-NAME.
097100     EVALUATE TRUE
097200         WHEN WS-TRN-CHANGE
097300             PERFORM 2310-APPLY-CHANGE
097400                 THRU 2310-APPLY-CHANGE-EXIT
097500         WHEN WS-TRN-TERMINATE
097600             PERFORM 2320-APPLY-TERMINATE
097700                 THRU 2320-APPLY-TERMINATE-EXIT
097800         WHEN WS-TRN-LEAVE
097900             PERFORM 2330-APPLY-LEAVE-RETURN
098000                 THRU 2330-APPLY-LEAVE-RETURN-EXIT
098100         WHEN WS-TRN-REHIRE
098200             PERFORM 2340-APPLY-REHIRE
098300                 THRU 2340-APPLY-REHIRE-EXIT
098400         WHEN WS-TRN-TRANSFER
098500             PERFORM 2350-APPLY-TRANSFER
098600                 THRU 2350-APPLY-TRANSFER-EXIT
098700     END-EVALUATE.
098800 2300-APPLY-TRANSACTION-EXIT.
098900     EXIT.

099000*----------------------------------------------------------------
099100*  2310-APPLY-CHANGE - REPLACE THE NAME ON FILE WITH THE NAME ON
099200*  THE TRANSACTION, AS THE EMPMAINT CHANGE OPERATION DOES. A
099300*  BLANK LAST NAME IS REFUSED RATHER THAN WIPING THE NAME OUT.
099400*----------------------------------------------------------------
099500 2310-APPLY-CHANGE.
099600     IF WS-TRN-LAST-NAME = SPACES
099700         MOVE "NEW LAST NAME IS BLANK" TO WS-REASON-TEXT
099800         GO TO 2310-APPLY-CHANGE-EXIT
099900     END-IF.
100000     MOVE WS-TRN-NAME-DATA TO EM-NAME-DATA.
100100     MOVE "CHANGE" TO WS-CHG-ACTION.
100200     PERFORM 2380-REWRITE-AND-LOG
100300         THRU 2380-REWRITE-AND-LOG-EXIT.
100400 2310-APPLY-CHANGE-EXIT.
100500     EXIT.

100600*----------------------------------------------------------------
100700*  2320-APPLY-TERMINATE - MARK THE RECORD TERMINATED IN PLACE,
100800*  STAMPED WITH THE RUN DATE
100900*----------------------------------------------------------------
101000 2320-APPLY-TERMINATE.
101100     IF EM-STA-TERMINATED
101200         MOVE "EMPLOYEE ALREADY TERMINATED" TO WS-REASON-TEXT
101300         GO TO 2320-APPLY-TERMINATE-EXIT
101400     END-IF.
101500     SET EM-STA-TERMINATED TO TRUE.
101600     MOVE WS-RUN-DATE TO EM-TERM-DATE.
101700     MOVE "TERM"      TO WS-CHG-ACTION.
101800     PERFORM 2380-REWRITE-AND-LOG
101900         THRU 2380-REWRITE-AND-LOG-EXIT.
102000 2320-APPLY-TERMINATE-EXIT.
102100     EXIT.

102200*----------------------------------------------------------------
102300*  2330-APPLY-LEAVE-RETURN - THE TRANSACTION SAYS WHICH WAY: L
102400*  NEEDS AN ACTIVE EMPLOYEE, R ONE ON LEAVE. (AT A TERMINAL THE
102500*  OPERATOR SEES THE RECORD AND EMPMAINT TOGGLES; A BATCH STATES
102600*  THE DIRECTION SO A RESUBMITTED OR RESTARTED TRANSACTION CAN
102700*  NEVER UNDO ITSELF.) A TERMINATED EMPLOYEE IS REFUSED EITHER
102800*  WAY - REHIRE IS THE ONLY DOOR BACK. DATES ARE NOT TOUCHED.
102900*----------------------------------------------------------------
103000 2330-APPLY-LEAVE-RETURN.
103100     IF NOT WS-TRN-TO-LEAVE AND NOT WS-TRN-FROM-LEAVE
103200         MOVE "LEAVE/RETURN DIRECTION MUST BE L OR R"
103300             TO WS-REASON-TEXT
103400         GO TO 2330-APPLY-LEAVE-RETURN-EXIT
103500     END-IF.
103600     IF EM-STA-TERMINATED
103700         MOVE "EMPLOYEE IS TERMINATED - USE REHIRE"
103800             TO WS-REASON-TEXT
103900         GO TO 2330-APPLY-LEAVE-RETURN-EXIT
104000     END-IF.
104100     IF WS-TRN-TO-LEAVE
104200         IF EM-STA-ON-LEAVE
104300             MOVE "EMPLOYEE ALREADY ON LEAVE" TO WS-REASON-TEXT
104400             GO TO 2330-APPLY-LEAVE-RETURN-EXIT
104500         END-IF
104600         SET EM-STA-ON-LEAVE TO TRUE
104700         MOVE "LEAVE"  TO WS-CHG-ACTION
104800     ELSE
104900         IF NOT EM-STA-ON-LEAVE
105000             MOVE "EMPLOYEE IS NOT ON LEAVE" TO WS-REASON-TEXT
105100             GO TO 2330-APPLY-LEAVE-RETURN-EXIT
105200         END-IF
105300         SET EM-STA-ACTIVE TO TRUE
105400         MOVE "RETURN" TO WS-CHG-ACTION
105500     END-IF.
105600     PERFORM 2380-REWRITE-AND-LOG
105700         THRU 2380-REWRITE-AND-LOG-EXIT.
105800 2330-APPLY-LEAVE-RETURN-EXIT.
105900     EXIT.

106000*----------------------------------------------------------------
106100*  2340-APPLY-REHIRE - REACTIVATE A TERMINATED EMPLOYEE: STATUS
106200*  BACK TO ACTIVE, THE RUN DATE AS THE NEW HIRE DATE, AND THE
106300*  TERMINATION DATE CLEARED
106400*----------------------------------------------------------------
106500 2340-APPLY-REHIRE.
106600     IF NOT EM-STA-TERMINATED
106700         MOVE "EMPLOYEE IS NOT TERMINATED" TO WS-REASON-TEXT
106800         GO TO 2340-APPLY-REHIRE-EXIT
106900     END-IF.
107000     SET EM-STA-ACTIVE TO TRUE.
107100     MOVE WS-RUN-DATE TO EM-HIRE-DATE.
107200     MOVE ZERO        TO EM-TERM-DATE.
107300     MOVE "REHIRE"    TO WS-CHG-ACTION.
107400     PERFORM 2380-REWRITE-AND-LOG
107500         THRU 2380-REWRITE-AND-LOG-EXIT.
107600 2340-APPLY-REHIRE-EXIT.
107700     EXIT.

107800*----------------------------------------------------------------
107900*  2350-APPLY-TRANSFER - CHECK THE TARGET DEPARTMENT, THEN WRITE
108000*  THE NEW KEY AND REMOVE THE OLD ONE AS ONE UNIT, BACKING THE
108100*  NEW RECORD OUT IF THE REMOVE FAILS, EXACTLY AS EMPMAINT DOES.
108200*  ONE XFER LINE GOES TO CHANGE-HIST AND THE EMPLOYEE'S PENDING
108300*  ACTIONS FOLLOW THEM TO THE NEW ID.
108400*----------------------------------------------------------------
108500 2350-APPLY-TRANSFER.
108600     IF WS-TRN-NEW-DEPT-INPUT IS NOT NUMERIC
108700         MOVE "TARGET DEPARTMENT IS NOT NUMERIC" TO WS-REASON-TEXT
108800         GO TO 2350-APPLY-TRANSFER-EXIT
108900     END-IF.
109000     MOVE WS-TRN-NEW-DEPT-INPUT TO WS-XFR-NEW-DEPT.
109100     IF WS-XFR-NEW-DEPT < WS-DEPT-LOW OR
109200        WS-XFR-NEW-DEPT > WS-DEPT-HIGH
109300         MOVE "TARGET DEPARTMENT OUT OF RANGE" TO WS-REASON-TEXT
109400         GO TO 2350-APPLY-TRANSFER-EXIT
109500     END-IF.
109600     IF WS-DEPTMAST-PRESENT AND
109700        WS-DPT-ACTIVE-ENTRY(WS-XFR-NEW-DEPT) NOT = "A"
109800         MOVE "TARGET DEPARTMENT NOT ACTIVE" TO WS-REASON-TEXT
109900         GO TO 2350-APPLY-TRANSFER-EXIT
110000     END-IF.
110100     IF WS-XFR-NEW-DEPT = WI-DEPT
110200         MOVE "TARGET DEPARTMENT IS THE SAME" TO WS-REASON-TEXT
110300         GO TO 2350-APPLY-TRANSFER-EXIT
110400     END-IF.
110500*    SAVE THE RECORD CONTENT - THE PROBE READ OF THE TARGET KEY
110600*    BELOW OVERWRITES THE FD RECORD AREA
110700     MOVE EMPLOYEE-MASTER-RECORD TO WI-EMPLOYEE-RECORD.
110800     MOVE WS-XFR-NEW-DEPT TO EM-DEPT.
110900     MOVE WI-EMP-NO       TO EM-EMP-NO.
111000     READ EMPLOYEE-MASTER
111100         INVALID KEY
111200             SET WS-RECORD-NOT-FOUND TO TRUE
111300         NOT INVALID KEY
111400             SET WS-RECORD-FOUND TO TRUE
111500     END-READ.
111600     IF WS-RECORD-FOUND
111700         MOVE "EMPLOYEE NUMBER IN USE IN TARGET DEPT"
111800             TO WS-REASON-TEXT
111900         GO TO 2350-APPLY-TRANSFER-EXIT
112000     END-IF.
112100     MOVE WI-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.
112200     MOVE WS-XFR-NEW-DEPT    TO EM-DEPT.
112300     WRITE EMPLOYEE-MASTER-RECORD
112400         INVALID KEY
112500             MOVE "TRANSFER WRITE FAILED" TO WS-REASON-TEXT
112600             GO TO 2350-APPLY-TRANSFER-EXIT
112700     END-WRITE.
112800     MOVE WI-DEPT   TO EM-DEPT.
112900     MOVE WI-EMP-NO TO EM-EMP-NO.
113000     DELETE EMPLOYEE-MASTER
113100         INVALID KEY
113200             MOVE "TRANSFER REMOVE FAILED - BACKED OUT"
113300                 TO WS-REASON-TEXT
113400             PERFORM 2360-BACK-OUT-TRANSFER
113500                 THRU 2360-BACK-OUT-TRANSFER-EXIT
113600             GO TO 2350-APPLY-TRANSFER-EXIT
113700     END-DELETE.
113800     SET WS-TRAN-APPLIED TO TRUE.
113900     PERFORM 2810-LOG-TRANSFER
114000         THRU 2810-LOG-TRANSFER-EXIT.
114100     PERFORM 2700-CARRY-PENDING-ACTIONS
114200         THRU 2700-CARRY-PENDING-ACTIONS-EXIT.
114300 2350-APPLY-TRANSFER-EXIT.
114400     EXIT.

114500*----------------------------------------------------------------
114600*  2360-BACK-OUT-TRANSFER - THE OLD KEY COULD NOT BE REMOVED, SO
114700*  TAKE THE JUST-WRITTEN NEW-KEY RECORD OFF AGAIN
114800*----------------------------------------------------------------
114900 2360-BACK-OUT-TRANSFER.
115000     MOVE WS-XFR-NEW-DEPT TO EM-DEPT.
115100     MOVE WI-EMP-NO       TO EM-EMP-NO.
115200     DELETE EMPLOYEE-MASTER
115300         INVALID KEY
115400             DISPLAY "EMPBATCH: BACK-OUT FAILED FOR "
115500                 WI-DEPT "-" WI-EMP-NO
115600                 " - EMPLOYEE MAY BE ON FILE UNDER BOTH KEYS"
115700             MOVE "BACK-OUT FAILED - CHECK BOTH KEYS"
115800                 TO WS-REASON-TEXT
115900     END-DELETE.
116000 2360-BACK-OUT-TRANSFER-EXIT.
116100     EXIT.

116200*----------------------------------------------------------------
116300*  2380-REWRITE-AND-LOG - REWRITE THE IN-PLACE CHANGE AND LOG IT
116400*  UNDER THE ACTION WORD SET BY THE CALLER
116500*----------------------------------------------------------------
116600 2380-REWRITE-AND-LOG.
116700     MOVE EM-NAME TO WS-CHG-NEW-NAME.
116800     REWRITE EMPLOYEE-MASTER-RECORD
116900         INVALID KEY
117000             MOVE "MASTER REWRITE FAILED" TO WS-REASON-TEXT
117100             GO TO 2380-REWRITE-AND-LOG-EXIT
117200     END-REWRITE.
117300     SET WS-TRAN-APPLIED TO TRUE.
117400     PERFORM 2800-LOG-CHANGE
117500         THRU 2800-LOG-CHANGE-EXIT.
117600 2380-REWRITE-AND-LOG-EXIT.
117700     EXIT.

117800*----------------------------------------------------------------
117900*  2600-VALIDATE-INPUT-ID - VALIDATE THE DEPARTMENT AND EMPLOYEE
118000*  NUMBER EXACTLY AS EMPMAINT DOES (EMPLIM RANGES AND THE
118100*  DEPT-MASTER ACTIVE FLAG)
118200*----------------------------------------------------------------
118300 2600-VALIDATE-INPUT-ID.
118400     SET WS-INPUT-VALID TO TRUE.
118500     IF WI-DEPT-INPUT IS NOT NUMERIC OR
118600        WI-EMP-NO-INPUT IS NOT NUMERIC
118700         SET WS-INPUT-INVALID TO TRUE
118800         MOVE "EMPLOYEE ID IS NOT NUMERIC" TO WS-REASON-TEXT
118900     ELSE
119000         IF WI-DEPT = ZERO AND WI-EMP-NO = ZERO
119100             SET WS-INPUT-INVALID TO TRUE
119200             MOVE "EMPLOYEE ID IS ZERO" TO WS-REASON-TEXT
119300         ELSE
119400             IF WI-DEPT   < WS-DEPT-LOW   OR
119500                WI-DEPT   > WS-DEPT-HIGH  OR
119600                WI-EMP-NO < WS-EMP-NO-LOW OR
119700                WI-EMP-NO > WS-EMP-NO-HIGH
119800                 SET WS-INPUT-INVALID TO TRUE
119900                 MOVE "EMPLOYEE ID OUT OF RANGE" TO WS-REASON-TEXT
120000             ELSE
120100                 IF WS-DEPTMAST-PRESENT AND
120200                    WS-DPT-ACTIVE-ENTRY(WI-DEPT) NOT = "A"
120300                     SET WS-INPUT-INVALID TO TRUE
120400                     MOVE "DEPARTMENT NOT ACTIVE"
120500                         TO WS-REASON-TEXT
120600                 END-IF
120700             END-IF
120800         END-IF
120900     END-IF.
121000 2600-VALIDATE-INPUT-ID-EXIT.
121100     EXIT.

121200*----------------------------------------------------------------
121300*  2700-CARRY-PENDING-ACTIONS - RE-KEY EVERY PENDACT RECORD FOR
121400*  THE OLD ID (WI-DEPT/WI-EMP-NO) UNDER THE NEW DEPARTMENT
121500*  (WS-XFR-NEW-DEPT), AS EMPMAINT DOES, OR THE NIGHTLY RUN WOULD
121600*  FIND NOBODY UNDER THE OLD ONE
121700*----------------------------------------------------------------
121800 2700-CARRY-PENDING-ACTIONS.
121900     MOVE 'N'        TO WS-PND-EOF-SWITCH.
122000     MOVE WI-DEPT    TO WS-PND-DEPT.
122100     MOVE WI-EMP-NO  TO WS-PND-EMP-NO.
122200     MOVE ZERO       TO WS-PND-EFF-DATE.
122300     MOVE LOW-VALUES TO WS-PND-ACTION.
122400     MOVE WS-PND-KEY TO PA-KEY.
122500     START PENDING-ACTIONS KEY IS >= PA-KEY
122600         INVALID KEY
122700             SET WS-PND-EOF TO TRUE
122800     END-START.
122900     PERFORM 2750-CARRY-ONE-ACTION
123000         THRU 2750-CARRY-ONE-ACTION-EXIT
123100         UNTIL WS-PND-EOF.
123200 2700-CARRY-PENDING-ACTIONS-EXIT.
123300     EXIT.

123400*----------------------------------------------------------------
123500*  2750-CARRY-ONE-ACTION - WRITE THE NEXT OLD-ID ACTION UNDER THE
123600*  NEW ID, DELETE THE OLD ONE, AND REPOSITION PAST IT. ONE ALREADY
123700*  PENDING UNDER THE NEW ID IS LEFT WHERE IT IS; PENDAPLY WILL
123800*  FAIL IT AND SAY SO.
123900*----------------------------------------------------------------
124000 2750-CARRY-ONE-ACTION.
124100     READ PENDING-ACTIONS NEXT RECORD INTO WS-PENDING-RECORD
124200         AT END
124300             SET WS-PND-EOF TO TRUE
124400     END-READ.
124500     IF WS-PND-EOF
124600         GO TO 2750-CARRY-ONE-ACTION-EXIT
124700     END-IF.
124800     IF WS-PND-DEPT NOT = WI-DEPT OR
124900        WS-PND-EMP-NO NOT = WI-EMP-NO
125000         SET WS-PND-EOF TO TRUE
125100         GO TO 2750-CARRY-ONE-ACTION-EXIT
125200     END-IF.
125300     MOVE WS-PND-KEY      TO WS-PND-SAVE-KEY.
125400     MOVE WS-XFR-NEW-DEPT TO WS-PND-DEPT.
125500     WRITE PENDING-ACTION-RECORD FROM WS-PENDING-RECORD
125600         INVALID KEY
125700             DISPLAY "EMPBATCH: PENDING " WS-PND-ACTION
125800                 " FOR " WI-DEPT "-" WI-EMP-NO
125900                 " NOT MOVED - ALREADY ON FILE FOR THE NEW ID"
126000         NOT INVALID KEY
126100             MOVE WS-PND-SAVE-KEY TO PA-KEY
126200             DELETE PENDING-ACTIONS RECORD
126300                 INVALID KEY
126400                     DISPLAY "EMPBATCH: OLD PENDING ACTION NOT "
126500                         "REMOVED - STATUS = " WS-PENDACT-STATUS
126600                 NOT INVALID KEY
126700                     ADD 1 TO WS-CARRIED-COUNT
126800             END-DELETE
126900     END-WRITE.
127000     MOVE WS-PND-SAVE-KEY TO PA-KEY.
127100     START PENDING-ACTIONS KEY IS > PA-KEY
127200         INVALID KEY
127300             SET WS-PND-EOF TO TRUE
127400     END-START.
127500 2750-CARRY-ONE-ACTION-EXIT.
127600     EXIT.

127700*----------------------------------------------------------------
127800*  2800-LOG-CHANGE - APPEND THE BEFORE/AFTER IMAGE OF THE
127900*  TRANSACTION JUST APPLIED TO CHANGE-HIST UNDER THE SUBMITTING
128000*  OPERATOR. WS-CHG-ACTION, WS-CHG-OLD-NAME, AND WS-CHG-NEW-NAME
128100*  ARE SET BY THE CALLER; THE KEY COMES FROM THE VALIDATED
128200*  TRANSACTION, NOT THE FD RECORD AREA.
128300*----------------------------------------------------------------
128400 2800-LOG-CHANGE.
128500     MOVE WS-RUN-MM          TO WH-RUN-MM.
128600     MOVE WS-RUN-DD          TO WH-RUN-DD.
128700     MOVE WS-RUN-YY          TO WH-RUN-YY.
128800     MOVE WS-RUN-HH          TO WH-RUN-HH.
128900     MOVE WS-RUN-MIN         TO WH-RUN-MIN.
129000     MOVE WS-RUN-SEC         TO WH-RUN-SEC.
129100     MOVE WS-TRN-OPERATOR-ID TO WH-OPERATOR-ID.
129200     MOVE WS-CHG-ACTION      TO WH-ACTION.
129300     MOVE WI-DEPT            TO WH-DEPT.
129400     MOVE WI-EMP-NO          TO WH-EMP-NO.
129500     MOVE WS-CHG-OLD-NAME    TO WH-OLD-NAME.
129600     MOVE WS-CHG-NEW-NAME    TO WH-NEW-NAME.
129700     WRITE CHANGE-HIST-RECORD FROM WS-CHANGE-LOG-LINE.
129800 2800-LOG-CHANGE-EXIT.
129900     EXIT.

130000*----------------------------------------------------------------
130100*  2810-LOG-TRANSFER - APPEND THE SINGLE XFER LINE FOR AN APPLIED
130200*  TRANSFER, SHOWING BOTH THE OLD AND NEW ID
130300*----------------------------------------------------------------
130400 2810-LOG-TRANSFER.
130500     MOVE WS-RUN-MM          TO WX-RUN-MM.
130600     MOVE WS-RUN-DD          TO WX-RUN-DD.
130700     MOVE WS-RUN-YY          TO WX-RUN-YY.
130800     MOVE WS-RUN-HH          TO WX-RUN-HH.
130900     MOVE WS-RUN-MIN         TO WX-RUN-MIN.
131000     MOVE WS-RUN-SEC         TO WX-RUN-SEC.
131100     MOVE WS-TRN-OPERATOR-ID TO WX-OPERATOR-ID.
131200     MOVE WI-DEPT            TO WX-OLD-DEPT.
131300     MOVE WI-EMP-NO          TO WX-OLD-EMP-NO.
131400     MOVE WS-XFR-NEW-DEPT    TO WX-NEW-DEPT.
131500     MOVE WI-EMP-NO          TO WX-NEW-EMP-NO.
131600     MOVE WI-NAME            TO WX-NAME.
131700     WRITE CHANGE-HIST-RECORD FROM WS-XFER-LOG-LINE.
131800 2810-LOG-TRANSFER-EXIT.
131900     EXIT.

132000*----------------------------------------------------------------
132100*  2850-LOG-DENIAL - LOG A REFUSED TRANSACTION TO CHANGE-HIST AS
132200*  DENY-x, x BEING THE TRANSACTION CODE (THE SAME LETTERS EMPMAINT
132300*  USES), UNDER THE OPERATOR WHO SUBMITTED IT. THE MASTER IS NOT
132400*  READ FOR A REFUSED TRANSACTION, SO THE NAME FIELDS ARE BLANK;
132500*  THE KEY IS SHOWN WHEN THE TRANSACTION CARRIES A NUMERIC ONE.
132600*----------------------------------------------------------------
132700 2850-LOG-DENIAL.
132800     ADD 1 TO WS-DENIED-COUNT.
132900     MOVE WS-TRN-CODE TO WS-DENY-CODE.
133000     MOVE WS-DENY-ACTION TO WS-CHG-ACTION.
133100     MOVE ZERO TO WI-DEPT.
133200     MOVE ZERO TO WI-EMP-NO.
133300     IF WS-TRN-DEPT-INPUT IS NUMERIC AND
133400        WS-TRN-EMP-NO-INPUT IS NUMERIC
133500         MOVE WS-TRN-DEPT-INPUT   TO WI-DEPT
133600         MOVE WS-TRN-EMP-NO-INPUT TO WI-EMP-NO
133700     END-IF.
133800     MOVE SPACES TO WS-CHG-OLD-NAME.
133900     MOVE SPACES TO WS-CHG-NEW-NAME.
134000     PERFORM 2800-LOG-CHANGE
134100         THRU 2800-LOG-CHANGE-EXIT.
134200 2850-LOG-DENIAL-EXIT.
134300     EXIT.

134400*----------------------------------------------------------------
134500*  2900-WRITE-REJECT - WRITE THE TRANSACTION AS SUBMITTED AND THE
134600*  REASON TO THE REJECT FILE
134700*----------------------------------------------------------------
134800 2900-WRITE-REJECT.
134900     MOVE WS-TRANSACTION-RECORD TO WJ-TRANSACTION.
135000     MOVE WS-REASON-TEXT        TO WJ-REASON.
135100     WRITE TRANS-REJ-RECORD FROM WS-REJECT-RECORD.
135200 2900-WRITE-REJECT-EXIT.
135300     EXIT.

135400*----------------------------------------------------------------
135500*  2950-WRITE-CHECKPOINT - REWRITE EMPBRST WITH THE BATCH ID, THE
135600*  NUMBER OF TRANSACTIONS COMMITTED SO FAR, AND THE COUNTS AS OF
135700*  THIS CHECKPOINT
135800*----------------------------------------------------------------
135900 2950-WRITE-CHECKPOINT.
136000     OPEN OUTPUT RESTART-FILE.
136100     MOVE WS-BATCH-ID       TO RB-BATCH-ID.
136200     MOVE WS-READ-COUNT     TO RB-READ-COUNT.
136300     MOVE WS-APPLIED-COUNT  TO RB-APPLIED-COUNT.
136400     MOVE WS-REJECTED-COUNT TO RB-REJECTED-COUNT.
136500     MOVE WS-DENIED-COUNT   TO RB-DENIED-COUNT.
136600     WRITE RESTART-RECORD.
136700     CLOSE RESTART-FILE.
136800 2950-WRITE-CHECKPOINT-EXIT.
136900     EXIT.

137000*----------------------------------------------------------------
137100*  3000-TERMINATE - WRITE THE AUDIT-LOG LINE, REPORT THE COUNTS,
137200*  CLEAR THE CHECKPOINT ON A COMPLETED RUN, CLOSE WHATEVER IS
137300*  OPEN, AND RELEASE THE RUN LOCK. A RUN REFUSED FOR THE LOCK
137400*  WRITES NO AUDIT LINE, AS IN PENDAPLY; ONE THAT TOOK THE LOCK
137500*  AND THEN STOPPED (CONTROL TOTALS OR AN OPEN FAILURE) DOES, SO
137600*  THE UNAPPLIED BATCH IS ON RECORD. ANY CHECKPOINT IS LEFT FOR
137700*  THE RERUN UNLESS THIS RUN FINISHED THE BATCH.
137800*----------------------------------------------------------------
137900 3000-TERMINATE.
138000     IF WS-RUNLOCK-HELD
138100         PERFORM 3100-WRITE-AUDIT-LOG
138200             THRU 3100-WRITE-AUDIT-LOG-EXIT
138300     END-IF.
138400     IF NOT WS-INIT-FAILED
138500         DISPLAY "EMPBATCH: BATCH " WS-BATCH-ID
138600         DISPLAY "EMPBATCH: TRANSACTIONS READ    = " WS-READ-COUNT
138700         DISPLAY "EMPBATCH: TRANSACTIONS APPLIED = "
138800             WS-APPLIED-COUNT
138900         DISPLAY "EMPBATCH: TRANSACTIONS REJECTED= "
139000             WS-REJECTED-COUNT
139100         DISPLAY "EMPBATCH: REFUSED FOR AUTHORITY= "
139200             WS-DENIED-COUNT
139300         IF WS-CARRIED-COUNT > ZERO
139400             DISPLAY "EMPBATCH: PENDING ACTIONS MOVED= "
139500                 WS-CARRIED-COUNT
139600         END-IF
139700         MOVE ZERO TO RESTART-RECORD
139800         OPEN OUTPUT RESTART-FILE
139900         WRITE RESTART-RECORD
140000         CLOSE RESTART-FILE
140100     END-IF.
140200     IF WS-TRANIN-OPEN
140300         CLOSE TRANS-IN
140400     END-IF.
140500     IF WS-TRANREJ-OPEN
140600         CLOSE TRANS-REJ
140700     END-IF.
140800     IF WS-CHGHIST-OPEN
140900         CLOSE CHANGE-HIST
141000     END-IF.
141100     IF WS-PENDACT-OPEN
141200         CLOSE PENDING-ACTIONS
141300     END-IF.
141400     IF WS-EMPMAST-OPEN
141500         CLOSE EMPLOYEE-MASTER
141600     END-IF.
141700     IF WS-RUNLOCK-HELD
141800         PERFORM 1150-RELEASE-RUN-LOCK
141900             THRU 1150-RELEASE-RUN-LOCK-EXIT
142000     END-IF.
142100 3000-TERMINATE-EXIT.
142200     EXIT.

142300*----------------------------------------------------------------
142400*  3100-WRITE-AUDIT-LOG - APPEND ONE LINE TO AUDIT-LOG WITH THE
142500*  BATCH ID, COUNTS, AND RESULT. OPENED EXTEND; CREATED ON THE
142600*  FIRST RUN.
142700*----------------------------------------------------------------
142800 3100-WRITE-AUDIT-LOG.
142900     OPEN EXTEND AUDIT-LOG.
143000     IF WS-AUDITLOG-STATUS NOT = "00"
143100         OPEN OUTPUT AUDIT-LOG
143200     END-IF.
143300     IF WS-AUDITLOG-STATUS NOT = "00"
143400         DISPLAY "EMPBATCH: ERROR OPENING AUDIT-LOG "
143500             "STATUS = " WS-AUDITLOG-STATUS
143600         GO TO 3100-WRITE-AUDIT-LOG-EXIT
143700     END-IF.
143800     MOVE WS-RUN-MM         TO WA-RUN-MM.
143900     MOVE WS-RUN-DD         TO WA-RUN-DD.
144000     MOVE WS-RUN-YY         TO WA-RUN-YY.
144100     MOVE WS-RUN-HH         TO WA-RUN-HH.
144200     MOVE WS-RUN-MIN        TO WA-RUN-MIN.
144300     MOVE WS-RUN-SEC        TO WA-RUN-SEC.
144400     MOVE WS-RUN-USER-ID    TO WA-USER-ID.
144500     MOVE WS-BATCH-ID       TO WA-BATCH-ID.
144600     MOVE WS-APPLIED-COUNT  TO WA-APPLIED-COUNT.
144700     MOVE WS-REJECTED-COUNT TO WA-REJECTED-COUNT.
144800     EVALUATE TRUE
144900         WHEN WS-CONTROL-BAD
145000             MOVE "UNBALANCED" TO WA-RESULT
145100         WHEN WS-INIT-FAILED
145200             MOVE "FAILED"     TO WA-RESULT
145300         WHEN OTHER
145400             MOVE "COMPLETE"   TO WA-RESULT
145500     END-EVALUATE.
145600     WRITE AUDIT-LOG-RECORD FROM WS-AUDIT-LINE.
145700     CLOSE AUDIT-LOG.
145800 3100-WRITE-AUDIT-LOG-EXIT.
145900     EXIT.
