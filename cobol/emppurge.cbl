000100*****************************************************************
000200*  PROGRAM     :  EMPPURGE
000300*  AUTHOR      :  J. HANSOUL
000400*  INSTALLATION:  DATA PROCESSING
000500*  DATE-WRITTEN:  10/15/2026
000600*  DATE-COMPILED:
000700*----------------------------------------------------------------
000800*  PURPOSE     :  RETENTION PURGE AND ARCHIVE LOOKUP FOR
000900*                 TERMINATED EMPLOYEES. SINCE TERMINATIONS ARE
001000*                 DONE IN PLACE (STATUS 'T' PLUS A TERM DATE) A
001100*                 TERMINATED EMPLOYEE NEVER LEAVES THE MASTER, AND
001200*                 EVERY FULL SCAN OF IT - EMPLIST, PAYEXT,
001300*                 DEPTMAINT, THE NEXT-NUMBER ASSIGNMENT - KEEPS
001400*                 GROWING. PURGE MODE MOVES EVERY RECORD
001500*                 TERMINATED BEFORE THE RETENTION CUTOFF (THE RUN
001600*                 DATE LESS THE RETENTION YEARS ON THE PRGPARM
001700*                 PARAMETER RECORD) TO THE SEQUENTIAL TERMINATED-
001800*                 EMPLOYEE ARCHIVE EMPTARC AND THEN DELETES IT
001900*                 FROM THE MASTER. EACH RUN APPENDS ITS RECORDS TO
002000*                 THE ARCHIVE FOLLOWED BY A *TRAILER* CONTROL
002100*                 RECORD WITH THE COUNT AND CONTROL HASH, THE SAME
002200*                 TAG/COUNT/HASH CONVENTION AS THE EMPBKUP
002300*                 GENERATIONS. EACH PURGED RECORD GETS A PURGE
002400*                 LINE ON CHANGE-HIST AND THE RUN APPENDS A LINE
002500*                 TO AUDIT-LOG. A RECORD WITH AN ACTION STILL
002600*                 WAITING ON PENDACT IS KEPT. A PURGED ID IS LEFT
002700*                 RESERVED ON NUMRSV SO THE EMPMAINT NEXT-NUMBER
002800*                 ASSIGNMENT NEVER HANDS IT OUT AGAIN AND MERGES A
002900*                 NEW HIRE INTO THE OLD ONE'S HISTORY. THE PURGE
003000*                 TAKES THE RUNLOCK INTERLOCK AND REFUSES TO RUN
003100*                 UNLESS THE MOST RECENT EMPBKUP GENERATION ON
003200*                 BKPCTL WAS TAKEN TODAY, SO EVERY PURGED RECORD
003300*                 IS ALSO IN A BACKUP. LOOKUP MODE LISTS ARCHIVED
003400*                 EMPLOYEES BY DEPARTMENT, EMPLOYEE ID, AND/OR
003500*                 LEADING LETTERS OF THE LAST NAME FOR OLD PAYROLL
003600*                 OR LEGAL QUERIES, BALANCING EACH RUN'S SEGMENT
003700*                 OF THE ARCHIVE AGAINST ITS TRAILER AS IT GOES.
003800*                 NO PARAMETER FILE MEANS A LOOKUP OF THE WHOLE
003900*                 ARCHIVE - A PURGE IS NEVER RUN BY DEFAULT.
004000*----------------------------------------------------------------
004100*  MODIFICATION HISTORY
004200*    DATE       INIT  DESCRIPTION
004300*    10/15/2026 JH    ORIGINAL PROGRAM.
004310*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
004320*                       THE LAST/FIRST NAME ALTERNATE KEY
004330*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
004340*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
004350*                       CHANGE TO THIS PROGRAM'S LOGIC.
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600     PROGRAM-ID.     EMPPURGE.
004700     AUTHOR.         J. HANSOUL.
004800     INSTALLATION.   DATA PROCESSING.
004900     DATE-WRITTEN.   10/15/2026.
005000     DATE-COMPILED.

005100*----------------------------------------------------------------
005200*  ENVIRONMENT DIVISION
005300*----------------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600     SOURCE-COMPUTER.   IBM-370.
005700     OBJECT-COMPUTER.   IBM-370.

005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS EM-ID
006350         ALTERNATE RECORD KEY IS EM-NAME-KEY
006360             WITH DUPLICATES
006400         FILE STATUS IS WS-EMPMAST-STATUS.
006500     SELECT PENDING-ACTIONS ASSIGN TO "PENDACT"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS PA-KEY
006900         FILE STATUS IS WS-PENDACT-STATUS.
007000     SELECT NUMBER-RESERVE ASSIGN TO "NUMRSV"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS NR-ID
007400         FILE STATUS IS WS-NUMRSV-STATUS.
007500     SELECT PURGE-PARM    ASSIGN TO "PRGPARM"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-PRGPARM-STATUS.
007800     SELECT BACKUP-CONTROL ASSIGN TO "BKPCTL"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-BKPCTL-STATUS.
008100     SELECT TERM-ARCHIVE  ASSIGN TO "EMPTARC"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-TERMARC-STATUS.
008400     SELECT CHANGE-HIST   ASSIGN TO "EMPCHG"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-CHGHIST-STATUS.
008700     SELECT RUN-LOCK      ASSIGN TO "RUNLOCK"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-RUNLOCK-STATUS.
009000     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-AUDITLOG-STATUS.
009300     SELECT PURGE-RPT     ASSIGN TO "PRGRPT"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-PRGRPT-STATUS.

009600*----------------------------------------------------------------
009700*  DATA DIVISION
009800*----------------------------------------------------------------
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  EMPLOYEE-MASTER
010200     LABEL RECORDS ARE STANDARD.
010300     COPY EMPREC REPLACING
010400         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
010500         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
010550         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
010600         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
010700         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
010800         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
010900         ==WS-TITLE==           BY ==EM-TITLE==
011000         ==WS-NAME==            BY ==EM-NAME==
011100         ==WS-ID==              BY ==EM-ID==
011200         ==WS-DEPT==            BY ==EM-DEPT==
011300         ==WS-EMP-NO==          BY ==EM-EMP-NO==
011400         ==WS-STATUS-CODE==     BY ==EM-STATUS-CODE==
011500         ==WS-STA-ACTIVE==      BY ==EM-STA-ACTIVE==
011600         ==WS-STA-ON-LEAVE==    BY ==EM-STA-ON-LEAVE==
011700         ==WS-STA-TERMINATED==  BY ==EM-STA-TERMINATED==
011800         ==WS-HIRE-DATE==       BY ==EM-HIRE-DATE==
011900         ==WS-TERM-DATE==       BY ==EM-TERM-DATE==.

012000 FD  PENDING-ACTIONS
012100     LABEL RECORDS ARE STANDARD.
012200 01  PENDING-ACTION-RECORD.
012300     05  PA-KEY               PIC X(20).
012400     05  FILLER               PIC X(53).

012500 FD  NUMBER-RESERVE
012600     LABEL RECORDS ARE STANDARD.
012700 01  NUMBER-RESERVE-RECORD.
012800     05  NR-ID.
012900         10  NR-DEPT          PIC 9(03).
013000         10  NR-EMP-NO        PIC 9(05).
013100     05  NR-OPERATOR-ID       PIC X(08).
013200     05  NR-RES-DATE          PIC 9(06).

013300 FD  PURGE-PARM
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600 01  PURGE-PARM-RECORD.
013700     05  PP-FUNCTION          PIC X(01).
013800     05  FILLER               PIC X(01).
013900     05  PP-RETAIN-YEARS      PIC X(02).
014000     05  FILLER               PIC X(01).
014100     05  PP-DEPT              PIC X(03).
014200     05  FILLER               PIC X(01).
014300     05  PP-EMP-NO            PIC X(05).
014400     05  FILLER               PIC X(01).
014500     05  PP-LAST-NAME         PIC X(15).

014600 FD  BACKUP-CONTROL
014700     RECORDING MODE IS F
014800     LABEL RECORDS ARE STANDARD.
014900 01  BACKUP-CONTROL-RECORD.
015000     05  BC-NEXT-GEN          PIC 9(01).
015100     05  BC-GEN-INFO OCCURS 3 TIMES.
015200         10  BC-GEN-DATE      PIC 9(06).
015300         10  BC-GEN-TIME      PIC 9(06).
015400         10  BC-GEN-COUNT     PIC 9(07).

015500 FD  TERM-ARCHIVE
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD.
015800 01  TERM-ARCHIVE-RECORD      PIC X(57).

015900 FD  CHANGE-HIST
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200 01  CHANGE-HIST-RECORD       PIC X(120).

016300 FD  RUN-LOCK
016400     RECORDING MODE IS F
016500     LABEL RECORDS ARE STANDARD.
016600 01  RUN-LOCK-RECORD.
016700     05  RL-HOLDER            PIC X(08).
016800     05  RL-USER-ID           PIC X(08).
016900     05  RL-LOCK-DATE         PIC 9(06).
017000     05  RL-LOCK-TIME         PIC 9(06).

017100 FD  AUDIT-LOG
017200     RECORDING MODE IS F
017300     LABEL RECORDS ARE STANDARD.
017400 01  AUDIT-LOG-RECORD         PIC X(80).

017500 FD  PURGE-RPT
017600     RECORDING MODE IS F
017700     LABEL RECORDS ARE STANDARD.
017800 01  PURGE-RPT-RECORD         PIC X(132).

017900 WORKING-STORAGE SECTION.
018000     COPY EMPREC.
018100     COPY PENDREC.

018200*----------------------------------------------------------------
018300*  WS-ARCHIVE-RECORD - ONE EMPTARC RECORD: THE 51-BYTE
018400*  EMPLOYEE-MASTER IMAGE AS IT STOOD WHEN PURGED PLUS THE PURGE
018500*  DATE, OR THE *TRAILER* CLOSING ONE RUN'S SEGMENT WITH ITS
018600*  DETAIL COUNT AND CONTROL HASH, TOLD APART BY THE TAG IN THE
018700*  FIRST NINE BYTES AS ON THE EMPBKUP GENERATIONS
018800*----------------------------------------------------------------
018900 01  WS-ARCHIVE-RECORD.
019000     05  WS-ARC-IMAGE         PIC X(51).
019100     05  WS-ARC-PURGE-DATE    PIC 9(06).
019200 01  WS-ARCHIVE-TRAILER REDEFINES WS-ARCHIVE-RECORD.
019300     05  WB-TAG               PIC X(09).
019400     05  WB-EXPECTED-COUNT    PIC 9(07).
019500     05  WB-CONTROL-HASH      PIC 9(09).
019600     05  FILLER               PIC X(26).
019700     05  WB-PURGE-DATE        PIC 9(06).

019800 01  WS-SWITCHES.
019900     05  WS-INIT-FAILED-SWITCH PIC X(01) VALUE 'N'.
020000         88  WS-INIT-FAILED             VALUE 'Y'.
020100     05  WS-FUNCTION-SWITCH   PIC X(01) VALUE 'L'.
020200         88  WS-FUNC-LOOKUP             VALUE 'L'.
020300         88  WS-FUNC-PURGE              VALUE 'P'.
020400     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
020500         88  WS-EOF                     VALUE 'Y'.
020600     05  WS-PENDING-SWITCH    PIC X(01) VALUE 'N'.
020700         88  WS-HAS-PENDING             VALUE 'Y'.
020800     05  WS-MATCH-SWITCH      PIC X(01) VALUE 'N'.
020900         88  WS-RECORD-MATCHES          VALUE 'Y'.
021000     05  WS-RESULT-SWITCH     PIC X(01) VALUE 'Y'.
021100         88  WS-RESULT-GOOD             VALUE 'Y'.
021200         88  WS-RESULT-BAD              VALUE 'N'.
021300     05  WS-RUNLOCK-HELD-SWITCH PIC X(01) VALUE 'N'.
021400         88  WS-RUNLOCK-HELD            VALUE 'Y'.
021500     05  WS-EMPMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
021600         88  WS-EMPMAST-OPEN            VALUE 'Y'.
021700     05  WS-PENDACT-OPEN-SWITCH PIC X(01) VALUE 'N'.
021800         88  WS-PENDACT-OPEN            VALUE 'Y'.
021900     05  WS-NUMRSV-OPEN-SWITCH PIC X(01) VALUE 'N'.
022000         88  WS-NUMRSV-OPEN             VALUE 'Y'.
022100     05  WS-TERMARC-OPEN-SWITCH PIC X(01) VALUE 'N'.
022200         88  WS-TERMARC-OPEN            VALUE 'Y'.
022300     05  WS-CHGHIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
022400         88  WS-CHGHIST-OPEN            VALUE 'Y'.
022500     05  WS-PRGRPT-OPEN-SWITCH PIC X(01) VALUE 'N'.
022600         88  WS-PRGRPT-OPEN             VALUE 'Y'.

022700 01  WS-FILE-STATUSES.
022800     05  WS-EMPMAST-STATUS    PIC X(02) VALUE SPACES.
022900     05  WS-PENDACT-STATUS    PIC X(02) VALUE SPACES.
023000     05  WS-NUMRSV-STATUS     PIC X(02) VALUE SPACES.
023100     05  WS-PRGPARM-STATUS    PIC X(02) VALUE SPACES.
023200     05  WS-BKPCTL-STATUS     PIC X(02) VALUE SPACES.
023300     05  WS-TERMARC-STATUS    PIC X(02) VALUE SPACES.
023400     05  WS-CHGHIST-STATUS    PIC X(02) VALUE SPACES.
023500     05  WS-RUNLOCK-STATUS    PIC X(02) VALUE SPACES.
023600     05  WS-AUDITLOG-STATUS   PIC X(02) VALUE SPACES.
023700     05  WS-PRGRPT-STATUS     PIC X(02) VALUE SPACES.

023800 01  WS-COUNTERS COMP.
023900     05  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
024000     05  WS-PURGED-COUNT      PIC 9(07) VALUE ZERO.
024100     05  WS-ARCHIVED-COUNT    PIC 9(07) VALUE ZERO.
024200     05  WS-KEPT-COUNT        PIC 9(07) VALUE ZERO.
024300     05  WS-DELETE-ERR-COUNT  PIC 9(07) VALUE ZERO.
024400     05  WS-MATCHED-COUNT     PIC 9(07) VALUE ZERO.
024500     05  WS-SEGMENT-COUNT     PIC 9(05) VALUE ZERO.
024600     05  WS-SEGMENT-ERR-COUNT PIC 9(05) VALUE ZERO.
024700     05  WS-SEG-DETAIL-COUNT  PIC 9(07) VALUE ZERO.
024800     05  WS-CONTROL-HASH      PIC 9(09) VALUE ZERO.
024900     05  WS-HASH-WORK         PIC 9(12) VALUE ZERO.
025000     05  WS-HASH-QUOTIENT     PIC 9(03) VALUE ZERO.
025100     05  WS-LINE-COUNT        PIC 9(03) VALUE ZERO.
025200     05  WS-PAGE-COUNT        PIC 9(03) VALUE ZERO.
025300     05  WS-USE-GEN           PIC 9(01) VALUE 1.
025400     05  WS-NAME-LENGTH       PIC 9(02) VALUE ZERO.

025500 01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 060.

025600 01  WS-CONTROL-IMAGE.
025700     05  WS-CTL-NEXT-GEN      PIC 9(01) VALUE 1.
025800     05  WS-CTL-GEN-INFO OCCURS 3 TIMES.
025900         10  WS-CTL-GEN-DATE  PIC 9(06).
026000         10  WS-CTL-GEN-TIME  PIC 9(06).
026100         10  WS-CTL-GEN-COUNT PIC 9(07).

026200 01  WS-RUN-DATE.
026300     05  WS-RUN-YY            PIC 9(02).
026400     05  WS-RUN-MM            PIC 9(02).
026500     05  WS-RUN-DD            PIC 9(02).
026600 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
026700                              PIC 9(06).

026800 01  WS-RUN-TIME.
026900     05  WS-RUN-HH            PIC 9(02).
027000     05  WS-RUN-MIN           PIC 9(02).
027100     05  WS-RUN-SEC           PIC 9(02).
027200     05  WS-RUN-HUNDREDTHS    PIC 9(02).

027300 01  WS-RUN-USER-ID           PIC X(08) VALUE SPACES.

027400*----------------------------------------------------------------
027500*  WS-BATCH-OPERATOR-ID - THE OPERATOR ID THE PURGE STAMPS ON ITS
027600*  CHANGE-HIST LINES, AS NAME_AND_ID STAMPS NAMEID ON ITS POSTS;
027700*  THE USER WHO RAN IT IS ON THE AUDIT-LOG LINE
027800*----------------------------------------------------------------
027900 01  WS-BATCH-OPERATOR-ID     PIC X(08) VALUE "EMPPURGE".

028000*----------------------------------------------------------------
028100*  WS-RETAIN-YEARS / WS-CUTOFF-DATE - A RECORD IS PURGED WHEN ITS
028200*  TERM DATE IS BEFORE THE CUTOFF, WHICH IS THE RUN DATE MOVED
028300*  BACK BY THE RETENTION YEARS
028400*----------------------------------------------------------------
028500 01  WS-RETAIN-YEARS          PIC 9(02) VALUE ZERO.
028600 01  WS-CUTOFF-DATE.
028700     05  WS-CUT-YY            PIC 9(02).
028800     05  WS-CUT-MM            PIC 9(02).
028900     05  WS-CUT-DD            PIC 9(02).
029000 01  WS-CUTOFF-DATE-NUM REDEFINES WS-CUTOFF-DATE
029100                              PIC 9(06).

029200 01  WS-SEL-DEPT              PIC X(03) VALUE SPACES.
029300 01  WS-SEL-EMP-NO            PIC X(05) VALUE SPACES.
029400 01  WS-SEL-LAST-NAME         PIC X(15) VALUE SPACES.

029500 01  WS-DATE-WORK             PIC 9(06) VALUE ZERO.
029600 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
029700     05  WS-DW-YY             PIC 9(02).
029800     05  WS-DW-MM             PIC 9(02).
029900     05  WS-DW-DD             PIC 9(02).

030000 01  WS-DATE-EDIT.
030100     05  WS-DE-MM             PIC 9(02).
030200     05  FILLER               PIC X(01) VALUE "/".
030300     05  WS-DE-DD             PIC 9(02).
030400     05  FILLER               PIC X(01) VALUE "/".
030500     05  WS-DE-YY             PIC 9(02).

030600*----------------------------------------------------------------
030700*  WS-CHANGE-LOG-LINE - THE CHANGE-HIST LINE LAYOUT EMPMAINT
030800*  WRITES; A PURGE CARRIES THE NAME ON BOTH SIDES AS THE STATUS
030900*  ACTIONS DO
031000*----------------------------------------------------------------
031100 01  WS-CHANGE-LOG-LINE.
031200     05  WH-RUN-DATE.
031300         10  WH-RUN-MM        PIC 9(02).
031400         10  FILLER           PIC X(01) VALUE "/".
031500         10  WH-RUN-DD        PIC 9(02).
031600         10  FILLER           PIC X(01) VALUE "/".
031700         10  WH-RUN-YY        PIC 9(02).
031800     05  FILLER               PIC X(01) VALUE SPACES.
031900     05  WH-RUN-TIME.
032000         10  WH-RUN-HH        PIC 9(02).
032100         10  FILLER           PIC X(01) VALUE ":".
032200         10  WH-RUN-MIN       PIC 9(02).
032300         10  FILLER           PIC X(01) VALUE ":".
032400         10  WH-RUN-SEC       PIC 9(02).
032500     05  FILLER               PIC X(01) VALUE SPACES.
032600     05  WH-OPERATOR-ID       PIC X(08).
032700     05  FILLER               PIC X(01) VALUE SPACES.
032800     05  WH-ACTION            PIC X(06).
032900     05  FILLER               PIC X(01) VALUE SPACES.
033000     05  WH-DEPT              PIC 9(03).
033100     05  FILLER               PIC X(01) VALUE "-".
033200     05  WH-EMP-NO            PIC 9(05).
033300     05  FILLER               PIC X(06) VALUE " OLD: ".
033400     05  WH-OLD-NAME          PIC A(30).
033500     05  FILLER               PIC X(06) VALUE " NEW: ".
033600     05  WH-NEW-NAME          PIC A(30).

033700*----------------------------------------------------------------
033800*  WS-AUDIT-LINE - ONE LINE PER PURGE RUN APPENDED TO AUDIT-LOG
033900*  WITH THE CUTOFF, THE NUMBER PURGED, AND WHETHER EVERY ARCHIVED
034000*  RECORD CAME OFF THE MASTER
034100*----------------------------------------------------------------
034200 01  WS-AUDIT-LINE.
034300     05  WA-RUN-DATE.
034400         10  WA-RUN-MM        PIC 9(02).
034500         10  FILLER           PIC X(01) VALUE "/".
034600         10  WA-RUN-DD        PIC 9(02).
034700         10  FILLER           PIC X(01) VALUE "/".
034800         10  WA-RUN-YY        PIC 9(02).
034900     05  FILLER               PIC X(01) VALUE SPACES.
035000     05  WA-RUN-TIME.
035100         10  WA-RUN-HH        PIC 9(02).
035200         10  FILLER           PIC X(01) VALUE ":".
035300         10  WA-RUN-MIN       PIC 9(02).
035400         10  FILLER           PIC X(01) VALUE ":".
035500         10  WA-RUN-SEC       PIC 9(02).
035600     05  FILLER               PIC X(01) VALUE SPACES.
035700     05  WA-USER-ID           PIC X(08).
035800     05  FILLER               PIC X(01) VALUE SPACES.
035900     05  FILLER               PIC X(08) VALUE "EMPPURGE".
036000     05  FILLER               PIC X(09) VALUE " CUTOFF: ".
036100     05  WA-CUTOFF-DATE       PIC X(08).
036200     05  FILLER               PIC X(09) VALUE " PURGED: ".
036300     05  WA-PURGED-COUNT      PIC ZZZ,ZZ9.
036400     05  FILLER               PIC X(01) VALUE SPACES.
036500     05  WA-RESULT            PIC X(11).

036600 01  WS-PAGE-HEADER-1.
036700     05  FILLER               PIC X(20) VALUE SPACES.
036800     05  WR1-TITLE            PIC X(38).
036900     05  FILLER               PIC X(02) VALUE SPACES.
037000     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
037100     05  WR1-RUN-MM           PIC 9(02).
037200     05  FILLER               PIC X(01) VALUE "/".
037300     05  WR1-RUN-DD           PIC 9(02).
037400     05  FILLER               PIC X(01) VALUE "/".
037500     05  WR1-RUN-YY           PIC 9(02).
037600     05  FILLER               PIC X(05) VALUE SPACES.
037700     05  FILLER               PIC X(06) VALUE "PAGE: ".
037800     05  WR1-PAGE-NO          PIC ZZ9.

037900 01  WS-SELECTION-HEADER.
038000     05  FILLER               PIC X(04) VALUE SPACES.
038100     05  WSH-LABEL            PIC X(11).
038200     05  WSH-TEXT             PIC X(70).

038300 01  WS-COLUMN-HEADER.
038400     05  FILLER               PIC X(11) VALUE "EMPLOYEE".
038500     05  FILLER               PIC X(32) VALUE "NAME".
038600     05  FILLER               PIC X(10) VALUE "HIRED".
038700     05  FILLER               PIC X(10) VALUE "TERMINATED".
038800     05  FILLER               PIC X(10) VALUE "PURGED".
038900     05  FILLER               PIC X(40) VALUE "RESULT".

039000 01  WS-DETAIL-LINE.
039100     05  WD-DEPT              PIC 9(03).
039200     05  FILLER               PIC X(01) VALUE "-".
039300     05  WD-EMP-NO            PIC 9(05).
039400     05  FILLER               PIC X(02) VALUE SPACES.
039500     05  WD-NAME              PIC X(30).
039600     05  FILLER               PIC X(02) VALUE SPACES.
039700     05  WD-HIRE-DATE         PIC X(08).
039800     05  FILLER               PIC X(02) VALUE SPACES.
039900     05  WD-TERM-DATE         PIC X(08).
040000     05  FILLER               PIC X(02) VALUE SPACES.
040100     05  WD-PURGE-DATE        PIC X(08).
040200     05  FILLER               PIC X(02) VALUE SPACES.
040300     05  WD-RESULT            PIC X(40).

040400 01  WS-MESSAGE-LINE.
040500     05  FILLER               PIC X(04) VALUE SPACES.
040600     05  WM-TEXT              PIC X(100).

040700 01  WS-TOTAL-LINE.
040800     05  FILLER               PIC X(04) VALUE SPACES.
040900     05  WT-LABEL             PIC X(36).
041000     05  WT-COUNT             PIC ZZZ,ZZ9.

041100 01  WS-EDIT-COUNT            PIC Z,ZZZ,ZZ9.
041200 01  WS-EDIT-COUNT-2          PIC Z,ZZZ,ZZ9.
041300 01  WS-EDIT-HASH             PIC 9(09).
041400 01  WS-EDIT-HASH-2           PIC 9(09).

041500*----------------------------------------------------------------
041600*  PROCEDURE DIVISION
041700*----------------------------------------------------------------
041800 PROCEDURE DIVISION.
041900 0000-MAINLINE.
042000     PERFORM 1000-INITIALIZE
042100         THRU 1000-INITIALIZE-EXIT.
042200     IF NOT WS-INIT-FAILED
042300         IF WS-FUNC-PURGE
042400             PERFORM 2000-RUN-PURGE
042500                 THRU 2000-RUN-PURGE-EXIT
042600         ELSE
042700             PERFORM 4000-RUN-LOOKUP
042800                 THRU 4000-RUN-LOOKUP-EXIT
042900         END-IF
043000     END-IF.
043100     PERFORM 3000-TERMINATE
043200         THRU 3000-TERMINATE-EXIT.
043300     STOP RUN.

043400*----------------------------------------------------------------
043500*  1000-INITIALIZE - GET THE RUN DATE AND READ PRGPARM. A PURGE
043600*  THEN PROVES TODAY'S BACKUP AND TAKES THE RUN LOCK BEFORE THE
043700*  REPORT IS OPENED; A LOOKUP NEEDS NEITHER.
043800*----------------------------------------------------------------
043900 1000-INITIALIZE.
044000     ACCEPT WS-RUN-DATE FROM DATE.
044100     ACCEPT WS-RUN-TIME FROM TIME.
044200     ACCEPT WS-RUN-USER-ID FROM ENVIRONMENT "USER".
044300     PERFORM 1100-READ-PARM
044400         THRU 1100-READ-PARM-EXIT.
044500     IF WS-INIT-FAILED
044600         GO TO 1000-INITIALIZE-EXIT
044700     END-IF.
044800     IF WS-FUNC-PURGE
044900         PERFORM 1200-CHECK-BACKUP
045000             THRU 1200-CHECK-BACKUP-EXIT
045100         IF WS-INIT-FAILED
045200             GO TO 1000-INITIALIZE-EXIT
045300         END-IF
045400         PERFORM 1400-ACQUIRE-RUN-LOCK
045500             THRU 1400-ACQUIRE-RUN-LOCK-EXIT
045600         IF WS-INIT-FAILED
045700             GO TO 1000-INITIALIZE-EXIT
045800         END-IF
045900     END-IF.
046000     OPEN OUTPUT PURGE-RPT.
046100     IF WS-PRGRPT-STATUS NOT = "00"
046200         DISPLAY "EMPPURGE: ERROR OPENING PURGE-RPT "
046300             "STATUS = " WS-PRGRPT-STATUS
046400         SET WS-INIT-FAILED TO TRUE
046500         GO TO 1000-INITIALIZE-EXIT
046600     END-IF.
046700     SET WS-PRGRPT-OPEN TO TRUE.
046800 1000-INITIALIZE-EXIT.
046900     EXIT.

047000*----------------------------------------------------------------
047100*  1100-READ-PARM - READ THE PRGPARM PARAMETER RECORD. FUNCTION
047200*  'P' PURGES WITH THE RETENTION YEARS ON THE RECORD, WHICH MUST
047300*  BE 01 OR MORE AND MAY NOT REACH BACK PAST THE YEAR 00 OF THE
047400*  TWO-DIGIT DATES ON THE MASTER. FUNCTION 'L' LOOKS UP THE
047500*  ARCHIVE BY DEPARTMENT, EMPLOYEE ID, AND/OR LEADING LETTERS OF
047600*  THE LAST NAME (ALL BLANK LISTS IT ALL). A MISSING FILE MEANS
047700*  A FULL LOOKUP; AN UNRECOGNIZED FUNCTION ENDS THE RUN.
047800*----------------------------------------------------------------
047900 1100-READ-PARM.
048000     OPEN INPUT PURGE-PARM.
048100     IF WS-PRGPARM-STATUS NOT = "00"
048200         MOVE 'L' TO WS-FUNCTION-SWITCH
048300         GO TO 1100-READ-PARM-EXIT
048400     END-IF.
048500     READ PURGE-PARM
048600         AT END
048700             MOVE 'L' TO WS-FUNCTION-SWITCH
048800             CLOSE PURGE-PARM
048900             GO TO 1100-READ-PARM-EXIT
049000     END-READ.
049100     CLOSE PURGE-PARM.
049200     EVALUATE PP-FUNCTION
049300         WHEN 'P'
049400         WHEN 'p'
049500             MOVE 'P' TO WS-FUNCTION-SWITCH
049600         WHEN 'L'
049700         WHEN 'l'
049800             MOVE 'L' TO WS-FUNCTION-SWITCH
049900         WHEN OTHER
050000             DISPLAY "EMPPURGE: UNRECOGNIZED FUNCTION '"
050100                 PP-FUNCTION "' ON PRGPARM - RUN ENDED"
050200             SET WS-INIT-FAILED TO TRUE
050300             GO TO 1100-READ-PARM-EXIT
050400     END-EVALUATE.
050500     IF WS-FUNC-LOOKUP
050600         MOVE PP-DEPT      TO WS-SEL-DEPT
050700         MOVE PP-EMP-NO    TO WS-SEL-EMP-NO
050800         MOVE PP-LAST-NAME TO WS-SEL-LAST-NAME
050900         IF WS-SEL-DEPT = "000"
051000             MOVE SPACES TO WS-SEL-DEPT
051100         END-IF
051200         IF WS-SEL-EMP-NO = "00000"
051300             MOVE SPACES TO WS-SEL-EMP-NO
051400         END-IF
051500         GO TO 1100-READ-PARM-EXIT
051600     END-IF.
051700     IF PP-RETAIN-YEARS IS NOT NUMERIC
051800         DISPLAY "EMPPURGE: RETENTION YEARS '" PP-RETAIN-YEARS
051900             "' ON PRGPARM NOT NUMERIC - RUN ENDED"
052000         SET WS-INIT-FAILED TO TRUE
052100         GO TO 1100-READ-PARM-EXIT
052200     END-IF.
052300     MOVE PP-RETAIN-YEARS TO WS-RETAIN-YEARS.
052400     IF WS-RETAIN-YEARS = ZERO OR WS-RETAIN-YEARS > WS-RUN-YY
052500         DISPLAY "EMPPURGE: RETENTION OF " WS-RETAIN-YEARS
052600             " YEARS NOT ALLOWED - RUN ENDED"
052700         SET WS-INIT-FAILED TO TRUE
052800         GO TO 1100-READ-PARM-EXIT
052900     END-IF.
053000     SUBTRACT WS-RETAIN-YEARS FROM WS-RUN-YY GIVING WS-CUT-YY.
053100     MOVE WS-RUN-MM TO WS-CUT-MM.
053200     MOVE WS-RUN-DD TO WS-CUT-DD.
053300 1100-READ-PARM-EXIT.
053400     EXIT.

053500*----------------------------------------------------------------
053600*  1200-CHECK-BACKUP - REFUSE THE PURGE UNLESS EMPBKUP HAS TAKEN A
053700*  BACKUP TODAY. THE MOST RECENT GENERATION IS THE ONE BEFORE
053800*  BC-NEXT-GEN IN THE CYCLE, AS IN EMPBKUP'S RESTORE DEFAULT.
053900*----------------------------------------------------------------
054000 1200-CHECK-BACKUP.
054100     OPEN INPUT BACKUP-CONTROL.
054200     IF WS-BKPCTL-STATUS NOT = "00"
054300         DISPLAY "EMPPURGE: NO BKPCTL RECORD - NO BACKUP TAKEN "
054400             "TODAY - RUN ENDED"
054500         SET WS-INIT-FAILED TO TRUE
054600         GO TO 1200-CHECK-BACKUP-EXIT
054700     END-IF.
054800     READ BACKUP-CONTROL INTO WS-CONTROL-IMAGE
054900         AT END
055000             DISPLAY "EMPPURGE: EMPTY BKPCTL - NO BACKUP TAKEN "
055100                 "TODAY - RUN ENDED"
055200             SET WS-INIT-FAILED TO TRUE
055300     END-READ.
055400     CLOSE BACKUP-CONTROL.
055500     IF WS-INIT-FAILED
055600         GO TO 1200-CHECK-BACKUP-EXIT
055700     END-IF.
055800     IF WS-CTL-NEXT-GEN < 1 OR WS-CTL-NEXT-GEN > 3
055900         DISPLAY "EMPPURGE: BAD BKPCTL RECORD - RUN ENDED"
056000         SET WS-INIT-FAILED TO TRUE
056100         GO TO 1200-CHECK-BACKUP-EXIT
056200     END-IF.
056300     IF WS-CTL-NEXT-GEN = 1
056400         MOVE 3 TO WS-USE-GEN
056500     ELSE
056600         SUBTRACT 1 FROM WS-CTL-NEXT-GEN GIVING WS-USE-GEN
056700     END-IF.
056800     IF WS-CTL-GEN-DATE(WS-USE-GEN) NOT = WS-RUN-DATE-NUM
056900         DISPLAY "EMPPURGE: LATEST BACKUP (GENERATION " WS-USE-GEN
057000             ") IS DATED " WS-CTL-GEN-DATE(WS-USE-GEN)
057100             " - RUN EMPBKUP FIRST - RUN ENDED"
057200         SET WS-INIT-FAILED TO TRUE
057300     END-IF.
057400 1200-CHECK-BACKUP-EXIT.
057500     EXIT.

057600*----------------------------------------------------------------
057700*  1400-ACQUIRE-RUN-LOCK - TAKE THE RUNLOCK SINGLE-WRITER
057800*  INTERLOCK ON EMPLOYEE-MASTER. A NON-EMPTY RUNLOCK MEANS THE
057900*  NIGHTLY BATCH, EMPBKUP, OR AN ONLINE SESSION HOLDS THE MASTER
058000*  AND THE PURGE FAILS FAST NAMING THE HOLDER, AS EMPBKUP DOES.
058100*----------------------------------------------------------------
058200 1400-ACQUIRE-RUN-LOCK.
058300     OPEN INPUT RUN-LOCK.
058400     IF WS-RUNLOCK-STATUS = "00"
058500         READ RUN-LOCK
058600             AT END
058700                 CONTINUE
058800             NOT AT END
058900                 DISPLAY "EMPPURGE: EMPLOYEE-MASTER LOCKED BY "
059000                     RL-HOLDER " USER " RL-USER-ID
059100                 DISPLAY "EMPPURGE: HELD SINCE " RL-LOCK-DATE
059200                     " " RL-LOCK-TIME " - RUN NOT STARTED"
059300                 SET WS-INIT-FAILED TO TRUE
059400         END-READ
059500         CLOSE RUN-LOCK
059600     END-IF.
059700     IF NOT WS-INIT-FAILED
059800         OPEN OUTPUT RUN-LOCK
059900         IF WS-RUNLOCK-STATUS NOT = "00"
060000             DISPLAY "EMPPURGE: CANNOT TAKE RUN LOCK - "
060100                 "STATUS = " WS-RUNLOCK-STATUS
060200             SET WS-INIT-FAILED TO TRUE
060300         ELSE
060400             MOVE "EMPPURGE"    TO RL-HOLDER
060500             MOVE WS-RUN-USER-ID TO RL-USER-ID
060600             MOVE WS-RUN-DATE   TO RL-LOCK-DATE
060700             MOVE WS-RUN-TIME(1:6) TO RL-LOCK-TIME
060800             WRITE RUN-LOCK-RECORD
060900             CLOSE RUN-LOCK
061000             SET WS-RUNLOCK-HELD TO TRUE
061100         END-IF
061200     END-IF.
061300 1400-ACQUIRE-RUN-LOCK-EXIT.
061400     EXIT.

061500*----------------------------------------------------------------
061600*  1450-RELEASE-RUN-LOCK - EMPTY RUNLOCK SO THE NEXT PROGRAM IN
061700*  LINE CAN TAKE IT. ONLY PERFORMED WHEN THIS RUN TOOK THE LOCK.
061800*----------------------------------------------------------------
061900 1450-RELEASE-RUN-LOCK.
062000     OPEN OUTPUT RUN-LOCK.
062100     IF WS-RUNLOCK-STATUS = "00"
062200         CLOSE RUN-LOCK
062300     ELSE
062400         DISPLAY "EMPPURGE: CANNOT RELEASE RUN LOCK - "
062500             "STATUS = " WS-RUNLOCK-STATUS
062600     END-IF.
062700 1450-RELEASE-RUN-LOCK-EXIT.
062800     EXIT.

062900*----------------------------------------------------------------
063000*  2000-RUN-PURGE - OPEN THE MASTER, PENDACT, CHANGE-HIST AND THE
063100*  ARCHIVE, PASS THE MASTER IN KEY ORDER PURGING EVERY RECORD
063200*  PAST RETENTION, AND CLOSE THIS RUN'S ARCHIVE SEGMENT WITH ITS
063300*  *TRAILER*
063400*----------------------------------------------------------------
063500 2000-RUN-PURGE.
063600     MOVE "TERMINATED EMPLOYEE RETENTION PURGE" TO WR1-TITLE.
063700     MOVE "RETENTION: " TO WSH-LABEL.
063800     MOVE WS-CUT-MM TO WS-DE-MM.
063900     MOVE WS-CUT-DD TO WS-DE-DD.
064000     MOVE WS-CUT-YY TO WS-DE-YY.
064100     MOVE SPACES TO WSH-TEXT.
064200     STRING WS-RETAIN-YEARS DELIMITED BY SIZE
064300         " YEARS - TERMINATED BEFORE " DELIMITED BY SIZE
064400         WS-DATE-EDIT DELIMITED BY SIZE
064500         INTO WSH-TEXT.
064600     PERFORM 6900-PRINT-PAGE-HEADERS
064700         THRU 6900-PRINT-PAGE-HEADERS-EXIT.
064800     OPEN I-O EMPLOYEE-MASTER.
064900     IF WS-EMPMAST-STATUS NOT = "00"
065000         DISPLAY "EMPPURGE: ERROR OPENING EMPLOYEE-MASTER "
065100             "STATUS = " WS-EMPMAST-STATUS
065200         SET WS-INIT-FAILED TO TRUE
065300         GO TO 2000-RUN-PURGE-EXIT
065400     END-IF.
065500     SET WS-EMPMAST-OPEN TO TRUE.
065600     OPEN INPUT PENDING-ACTIONS.
065700     IF WS-PENDACT-STATUS = "00"
065800         SET WS-PENDACT-OPEN TO TRUE
065900     END-IF.
066000     OPEN I-O NUMBER-RESERVE.
066100     IF WS-NUMRSV-STATUS = "35"
066200         OPEN OUTPUT NUMBER-RESERVE
066300         CLOSE NUMBER-RESERVE
066400         OPEN I-O NUMBER-RESERVE
066500     END-IF.
066600     IF WS-NUMRSV-STATUS NOT = "00"
066700         DISPLAY "EMPPURGE: ERROR OPENING NUMBER-RESERVE "
066800             "STATUS = " WS-NUMRSV-STATUS
066900         SET WS-INIT-FAILED TO TRUE
067000         GO TO 2000-RUN-PURGE-EXIT
067100     END-IF.
067200     SET WS-NUMRSV-OPEN TO TRUE.
067300     OPEN EXTEND CHANGE-HIST.
067400     IF WS-CHGHIST-STATUS NOT = "00"
067500         OPEN OUTPUT CHANGE-HIST
067600     END-IF.
067700     IF WS-CHGHIST-STATUS NOT = "00"
067800         DISPLAY "EMPPURGE: ERROR OPENING CHANGE-HIST "
067900             "STATUS = " WS-CHGHIST-STATUS
068000         SET WS-INIT-FAILED TO TRUE
068100         GO TO 2000-RUN-PURGE-EXIT
068200     END-IF.
068300     SET WS-CHGHIST-OPEN TO TRUE.
068400     OPEN EXTEND TERM-ARCHIVE.
068500     IF WS-TERMARC-STATUS NOT = "00"
068600         OPEN OUTPUT TERM-ARCHIVE
068700     END-IF.
068800     IF WS-TERMARC-STATUS NOT = "00"
068900         DISPLAY "EMPPURGE: ERROR OPENING TERM-ARCHIVE "
069000             "STATUS = " WS-TERMARC-STATUS
069100         SET WS-INIT-FAILED TO TRUE
069200         GO TO 2000-RUN-PURGE-EXIT
069300     END-IF.
069400     SET WS-TERMARC-OPEN TO TRUE.
069500     MOVE ZERO TO WS-HASH-WORK.
069600     PERFORM 2100-READ-MASTER
069700         THRU 2100-READ-MASTER-EXIT.
069800     PERFORM 2200-TEST-ONE-RECORD
069900         THRU 2200-TEST-ONE-RECORD-EXIT
070000         UNTIL WS-EOF.
070100     IF WS-ARCHIVED-COUNT > ZERO
070200         PERFORM 2600-WRITE-TRAILER
070300             THRU 2600-WRITE-TRAILER-EXIT
070400     END-IF.
070500     PERFORM 2700-PRINT-PURGE-TOTALS
070600         THRU 2700-PRINT-PURGE-TOTALS-EXIT.
070700     DISPLAY "EMPPURGE: " WS-PURGED-COUNT " RECORD(S) PURGED, "
070800         WS-KEPT-COUNT " KEPT".
070900 2000-RUN-PURGE-EXIT.
071000     EXIT.

071100*----------------------------------------------------------------
071200*  2100-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER,
071300*  SET EOF AT END
071400*----------------------------------------------------------------
071500 2100-READ-MASTER.
071600     READ EMPLOYEE-MASTER NEXT RECORD
071700         AT END
071800             SET WS-EOF TO TRUE
071900     END-READ.
072000     IF NOT WS-EOF
072100         ADD 1 TO WS-READ-COUNT
072200     END-IF.
072300 2100-READ-MASTER-EXIT.
072400     EXIT.

072500*----------------------------------------------------------------
072600*  2200-TEST-ONE-RECORD - DECIDE ABOUT ONE MASTER RECORD AND READ
072700*  THE NEXT. ONLY TERMINATED RECORDS ARE CONSIDERED. ONE WITH NO
072800*  TERM DATE CANNOT BE AGED AND IS LISTED AND KEPT; ONE
072900*  TERMINATED ON OR AFTER THE CUTOFF IS STILL IN RETENTION; ONE
073000*  WITH AN ACTION WAITING ON PENDACT (A FUTURE-DATED REHIRE, SAY)
073100*  IS LISTED AND KEPT. THE REST ARE PURGED.
073200*----------------------------------------------------------------
073300 2200-TEST-ONE-RECORD.
073400     IF NOT EM-STA-TERMINATED
073500         GO TO 2200-NEXT-RECORD
073600     END-IF.
073700     IF EM-TERM-DATE = ZERO
073800         ADD 1 TO WS-KEPT-COUNT
073900         MOVE "KEPT - TERMINATED WITH NO TERM DATE" TO WD-RESULT
074000         MOVE ZERO TO WS-DATE-WORK
074100         PERFORM 6100-PRINT-MASTER-DETAIL
074200             THRU 6100-PRINT-MASTER-DETAIL-EXIT
074300         GO TO 2200-NEXT-RECORD
074400     END-IF.
074500     IF EM-TERM-DATE NOT < WS-CUTOFF-DATE-NUM
074600         GO TO 2200-NEXT-RECORD
074700     END-IF.
074800     PERFORM 2300-CHECK-PENDING
074900         THRU 2300-CHECK-PENDING-EXIT.
075000     IF WS-HAS-PENDING
075100         ADD 1 TO WS-KEPT-COUNT
075200         MOVE "KEPT - ACTION PENDING ON PENDACT" TO WD-RESULT
075300         MOVE ZERO TO WS-DATE-WORK
075400         PERFORM 6100-PRINT-MASTER-DETAIL
075500             THRU 6100-PRINT-MASTER-DETAIL-EXIT
075600         GO TO 2200-NEXT-RECORD
075700     END-IF.
075800     PERFORM 2400-PURGE-ONE-RECORD
075900         THRU 2400-PURGE-ONE-RECORD-EXIT.
076000 2200-NEXT-RECORD.
076100     PERFORM 2100-READ-MASTER
076200         THRU 2100-READ-MASTER-EXIT.
076300 2200-TEST-ONE-RECORD-EXIT.
076400     EXIT.

076500*----------------------------------------------------------------
076600*  2300-CHECK-PENDING - IS ANY PENDACT RECORD KEYED UNDER THIS
076700*  EMPLOYEE ID. NO PENDACT FILE MEANS NOTHING IS PENDING.
076800*----------------------------------------------------------------
076900 2300-CHECK-PENDING.
077000     MOVE 'N' TO WS-PENDING-SWITCH.
077100     IF NOT WS-PENDACT-OPEN
077200         GO TO 2300-CHECK-PENDING-EXIT
077300     END-IF.
077400     MOVE EM-DEPT      TO WS-PND-DEPT.
077500     MOVE EM-EMP-NO    TO WS-PND-EMP-NO.
077600     MOVE ZERO         TO WS-PND-EFF-DATE.
077700     MOVE LOW-VALUES   TO WS-PND-ACTION.
077800     MOVE WS-PND-KEY   TO PA-KEY.
077900     START PENDING-ACTIONS KEY IS >= PA-KEY
078000         INVALID KEY
078100             GO TO 2300-CHECK-PENDING-EXIT
078200     END-START.
078300     READ PENDING-ACTIONS NEXT RECORD INTO WS-PENDING-RECORD
078400         AT END
078500             GO TO 2300-CHECK-PENDING-EXIT
078600     END-READ.
078700     IF WS-PND-DEPT = EM-DEPT AND WS-PND-EMP-NO = EM-EMP-NO
078800         SET WS-HAS-PENDING TO TRUE
078900     END-IF.
079000 2300-CHECK-PENDING-EXIT.
079100     EXIT.

079200*----------------------------------------------------------------
079300*  2400-PURGE-ONE-RECORD - ARCHIVE THE RECORD FIRST, THEN DELETE
079400*  IT FROM THE MASTER AND LOG THE PURGE. A RECORD THAT WILL NOT
079500*  DELETE STAYS ON THE MASTER AND IN THE ARCHIVE AND IS LISTED -
079600*  A DUPLICATE IS PREFERRED TO A RECORD THAT IS NOWHERE.
079700*----------------------------------------------------------------
079800 2400-PURGE-ONE-RECORD.
079900     MOVE EMPLOYEE-MASTER-RECORD TO WS-ARC-IMAGE.
080000     MOVE WS-RUN-DATE-NUM        TO WS-ARC-PURGE-DATE.
080100     WRITE TERM-ARCHIVE-RECORD FROM WS-ARCHIVE-RECORD.
080200     IF WS-TERMARC-STATUS NOT = "00"
080300         ADD 1 TO WS-KEPT-COUNT
080400         SET WS-RESULT-BAD TO TRUE
080500         MOVE "KEPT - ARCHIVE WRITE FAILED" TO WD-RESULT
080600         MOVE ZERO TO WS-DATE-WORK
080700         PERFORM 6100-PRINT-MASTER-DETAIL
080800             THRU 6100-PRINT-MASTER-DETAIL-EXIT
080900         GO TO 2400-PURGE-ONE-RECORD-EXIT
081000     END-IF.
081100     ADD 1 TO WS-ARCHIVED-COUNT.
081200     ADD EM-EMP-NO TO WS-HASH-WORK.
081300     DELETE EMPLOYEE-MASTER RECORD
081400         INVALID KEY
081500             ADD 1 TO WS-DELETE-ERR-COUNT
081600             SET WS-RESULT-BAD TO TRUE
081700             MOVE SPACES TO WD-RESULT
081800             STRING "ARCHIVED BUT NOT DELETED - STATUS "
081900                 DELIMITED BY SIZE
082000                 WS-EMPMAST-STATUS DELIMITED BY SIZE
082100                 INTO WD-RESULT
082200             MOVE WS-RUN-DATE-NUM TO WS-DATE-WORK
082300             PERFORM 6100-PRINT-MASTER-DETAIL
082400                 THRU 6100-PRINT-MASTER-DETAIL-EXIT
082500             GO TO 2400-PURGE-ONE-RECORD-EXIT
082600     END-DELETE.
082700     ADD 1 TO WS-PURGED-COUNT.
082800     PERFORM 2500-LOG-PURGE
082900         THRU 2500-LOG-PURGE-EXIT.
083000     PERFORM 2550-RETIRE-NUMBER
083100         THRU 2550-RETIRE-NUMBER-EXIT.
083200     MOVE "PURGED" TO WD-RESULT.
083300     MOVE WS-RUN-DATE-NUM TO WS-DATE-WORK.
083400     PERFORM 6100-PRINT-MASTER-DETAIL
083500         THRU 6100-PRINT-MASTER-DETAIL-EXIT.
083600 2400-PURGE-ONE-RECORD-EXIT.
083700     EXIT.

083800*----------------------------------------------------------------
083900*  2500-LOG-PURGE - APPEND THE PURGE LINE TO CHANGE-HIST
084000*----------------------------------------------------------------
084100 2500-LOG-PURGE.
084200     MOVE WS-RUN-MM            TO WH-RUN-MM.
084300     MOVE WS-RUN-DD            TO WH-RUN-DD.
084400     MOVE WS-RUN-YY            TO WH-RUN-YY.
084500     MOVE WS-RUN-HH            TO WH-RUN-HH.
084600     MOVE WS-RUN-MIN           TO WH-RUN-MIN.
084700     MOVE WS-RUN-SEC           TO WH-RUN-SEC.
084800     MOVE WS-BATCH-OPERATOR-ID TO WH-OPERATOR-ID.
084900     MOVE "PURGE "             TO WH-ACTION.
085000     MOVE EM-DEPT              TO WH-DEPT.
085100     MOVE EM-EMP-NO            TO WH-EMP-NO.
085200     MOVE EM-NAME              TO WH-OLD-NAME.
085300     MOVE EM-NAME              TO WH-NEW-NAME.
085400     WRITE CHANGE-HIST-RECORD FROM WS-CHANGE-LOG-LINE.
085500 2500-LOG-PURGE-EXIT.
085600     EXIT.

085700*----------------------------------------------------------------
085800*  2550-RETIRE-NUMBER - LEAVE THE PURGED ID RESERVED ON NUMRSV
085900*  UNDER THE PURGE'S OPERATOR ID. AN ID ALREADY RESERVED (BY THE
086000*  EMPMAINT ASSIGNMENT THAT FIRST HANDED IT OUT) IS LEFT AS IT IS.
086100*----------------------------------------------------------------
086200 2550-RETIRE-NUMBER.
086300     MOVE EM-DEPT              TO NR-DEPT.
086400     MOVE EM-EMP-NO            TO NR-EMP-NO.
086500     MOVE WS-BATCH-OPERATOR-ID TO NR-OPERATOR-ID.
086600     MOVE WS-RUN-DATE          TO NR-RES-DATE.
086700     WRITE NUMBER-RESERVE-RECORD
086800         INVALID KEY
086900             CONTINUE
087000     END-WRITE.
087100 2550-RETIRE-NUMBER-EXIT.
087200     EXIT.

087300*----------------------------------------------------------------
087400*  2600-WRITE-TRAILER - CLOSE THIS RUN'S ARCHIVE SEGMENT WITH THE
087500*  *TRAILER* CONTROL RECORD: THE DETAIL COUNT AND THE CONTROL
087600*  HASH (LOW-ORDER NINE DIGITS OF THE SUM OF THE EMPLOYEE
087700*  NUMBERS, AS EVERYWHERE ELSE), STAMPED WITH THE PURGE DATE
087800*----------------------------------------------------------------
087900 2600-WRITE-TRAILER.
088000     DIVIDE WS-HASH-WORK BY 1000000000
088100         GIVING WS-HASH-QUOTIENT
088200         REMAINDER WS-CONTROL-HASH.
088300     MOVE SPACES            TO WS-ARCHIVE-RECORD.
088400     MOVE "*TRAILER*"       TO WB-TAG.
088500     MOVE WS-ARCHIVED-COUNT TO WB-EXPECTED-COUNT.
088600     MOVE WS-CONTROL-HASH   TO WB-CONTROL-HASH.
088700     MOVE WS-RUN-DATE-NUM   TO WB-PURGE-DATE.
088800     WRITE TERM-ARCHIVE-RECORD FROM WS-ARCHIVE-RECORD.
088900     IF WS-TERMARC-STATUS NOT = "00"
089000         DISPLAY "EMPPURGE: ERROR WRITING ARCHIVE TRAILER "
089100             "STATUS = " WS-TERMARC-STATUS
089200         SET WS-RESULT-BAD TO TRUE
089300     END-IF.
089400 2600-WRITE-TRAILER-EXIT.
089500     EXIT.

089600*----------------------------------------------------------------
089700*  2700-PRINT-PURGE-TOTALS - THE RUN'S COUNTS AND THE ARCHIVE
089800*  SEGMENT CONTROL TOTALS
089900*----------------------------------------------------------------
090000 2700-PRINT-PURGE-TOTALS.
090100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 8
090200         PERFORM 6900-PRINT-PAGE-HEADERS
090300             THRU 6900-PRINT-PAGE-HEADERS-EXIT
090400     END-IF.
090500     WRITE PURGE-RPT-RECORD FROM SPACES.
090600     MOVE "MASTER RECORDS READ:"            TO WT-LABEL.
090700     MOVE WS-READ-COUNT                     TO WT-COUNT.
090800     WRITE PURGE-RPT-RECORD FROM WS-TOTAL-LINE.
090900     MOVE "RECORDS PURGED:"                 TO WT-LABEL.
091000     MOVE WS-PURGED-COUNT                   TO WT-COUNT.
091100     WRITE PURGE-RPT-RECORD FROM WS-TOTAL-LINE.
091200     MOVE "PAST RETENTION BUT KEPT:"        TO WT-LABEL.
091300     MOVE WS-KEPT-COUNT                     TO WT-COUNT.
091400     WRITE PURGE-RPT-RECORD FROM WS-TOTAL-LINE.
091500     MOVE "ARCHIVED BUT NOT DELETED:"       TO WT-LABEL.
091600     MOVE WS-DELETE-ERR-COUNT               TO WT-COUNT.
091700     WRITE PURGE-RPT-RECORD FROM WS-TOTAL-LINE.
091800     MOVE "ARCHIVE TRAILER COUNT:"          TO WT-LABEL.
091900     MOVE WS-ARCHIVED-COUNT                 TO WT-COUNT.
092000     WRITE PURGE-RPT-RECORD FROM WS-TOTAL-LINE.
092100     MOVE SPACES TO WM-TEXT.
092200     IF WS-ARCHIVED-COUNT = ZERO
092300         MOVE "NOTHING ARCHIVED - NO ARCHIVE SEGMENT WRITTEN"
092400             TO WM-TEXT
092500     ELSE
092600         MOVE WS-CONTROL-HASH TO WS-EDIT-HASH
092700         STRING "ARCHIVE TRAILER CONTROL HASH:       "
092800             DELIMITED BY SIZE
092900             WS-EDIT-HASH DELIMITED BY SIZE
093000             INTO WM-TEXT
093100     END-IF.
093200     WRITE PURGE-RPT-RECORD FROM WS-MESSAGE-LINE.
093300 2700-PRINT-PURGE-TOTALS-EXIT.
093400     EXIT.

093500*----------------------------------------------------------------
093600*  4000-RUN-LOOKUP - READ THE ARCHIVE FRONT TO BACK, LISTING THE
093700*  RECORDS THAT MATCH THE SELECTION AND BALANCING EACH RUN'S
093800*  SEGMENT AGAINST ITS *TRAILER* SO A DAMAGED ARCHIVE IS NOT
093900*  TRUSTED SILENTLY
094000*----------------------------------------------------------------
094100 4000-RUN-LOOKUP.
094200     MOVE "TERMINATED EMPLOYEE ARCHIVE LOOKUP" TO WR1-TITLE.
094300     MOVE "SELECTION: " TO WSH-LABEL.
094400     PERFORM 4100-BUILD-SELECTION-TEXT
094500         THRU 4100-BUILD-SELECTION-TEXT-EXIT.
094600     PERFORM 4150-SET-NAME-LENGTH
094700         THRU 4150-SET-NAME-LENGTH-EXIT.
094800     PERFORM 6900-PRINT-PAGE-HEADERS
094900         THRU 6900-PRINT-PAGE-HEADERS-EXIT.
095000     OPEN INPUT TERM-ARCHIVE.
095100     IF WS-TERMARC-STATUS NOT = "00"
095200         MOVE SPACES TO WM-TEXT
095300         STRING "NO TERMINATED-EMPLOYEE ARCHIVE - STATUS "
095400             DELIMITED BY SIZE
095500             WS-TERMARC-STATUS DELIMITED BY SIZE
095600             INTO WM-TEXT
095700         WRITE PURGE-RPT-RECORD FROM WS-MESSAGE-LINE
095800         GO TO 4000-RUN-LOOKUP-EXIT
095900     END-IF.
096000     SET WS-TERMARC-OPEN TO TRUE.
096100     MOVE ZERO TO WS-HASH-WORK.
096200     MOVE ZERO TO WS-SEG-DETAIL-COUNT.
096300     PERFORM 4200-READ-ONE-ARCHIVE
096400         THRU 4200-READ-ONE-ARCHIVE-EXIT
096500         UNTIL WS-EOF.
096600     IF WS-SEG-DETAIL-COUNT > ZERO
096700         ADD 1 TO WS-SEGMENT-ERR-COUNT
096800         MOVE WS-SEG-DETAIL-COUNT TO WS-EDIT-COUNT
096900         MOVE SPACES TO WM-TEXT
097000         STRING "*** LAST ARCHIVE SEGMENT HAS NO TRAILER - "
097100             DELIMITED BY SIZE
097200             WS-EDIT-COUNT DELIMITED BY SIZE
097300             " RECORD(S) UNVERIFIED" DELIMITED BY SIZE
097400             INTO WM-TEXT
097500         PERFORM 6200-PRINT-MESSAGE
097600             THRU 6200-PRINT-MESSAGE-EXIT
097700     END-IF.
097800     PERFORM 4500-PRINT-LOOKUP-TOTALS
097900         THRU 4500-PRINT-LOOKUP-TOTALS-EXIT.
098000     DISPLAY "EMPPURGE: " WS-MATCHED-COUNT " ARCHIVED RECORD(S) "
098100         "LISTED".
098200 4000-RUN-LOOKUP-EXIT.
098300     EXIT.

098400*----------------------------------------------------------------
098500*  4100-BUILD-SELECTION-TEXT - STATE THE SELECTION IN EFFECT FOR
098600*  THE PAGE HEADER, AS CHGINQ DOES
098700*----------------------------------------------------------------
098800 4100-BUILD-SELECTION-TEXT.
098900     MOVE SPACES TO WSH-TEXT.
099000     EVALUATE TRUE
099100         WHEN WS-SEL-DEPT = SPACES AND WS-SEL-LAST-NAME = SPACES
099200             MOVE "ALL ARCHIVED EMPLOYEES" TO WSH-TEXT
099300         WHEN WS-SEL-DEPT = SPACES
099400             STRING "LAST NAME STARTING " DELIMITED BY SIZE
099500                 WS-SEL-LAST-NAME DELIMITED BY SPACE
099600                 INTO WSH-TEXT
099700         WHEN WS-SEL-EMP-NO = SPACES
099800             STRING "DEPARTMENT " DELIMITED BY SIZE
099900                 WS-SEL-DEPT DELIMITED BY SIZE
100000                 " LAST NAME STARTING " DELIMITED BY SIZE
100100                 WS-SEL-LAST-NAME DELIMITED BY SPACE
100200                 INTO WSH-TEXT
100300         WHEN OTHER
100400             STRING "EMPLOYEE " DELIMITED BY SIZE
100500                 WS-SEL-DEPT DELIMITED BY SIZE
100600                 "-" DELIMITED BY SIZE
100700                 WS-SEL-EMP-NO DELIMITED BY SIZE
100800                 INTO WSH-TEXT
100900     END-EVALUATE.
101000 4100-BUILD-SELECTION-TEXT-EXIT.
101100     EXIT.

101200*----------------------------------------------------------------
101300*  4150-SET-NAME-LENGTH - THE NUMBER OF LEADING LETTERS KEYED FOR
101400*  THE LAST-NAME SELECTION (ZERO WHEN NONE WAS KEYED). THE KEYED
101500*  LETTERS END AT THE FIRST DOUBLE SPACE, SO A NAME SUCH AS
101600*  "VAN DYKE" IS TAKEN WHOLE.
101700*----------------------------------------------------------------
101800 4150-SET-NAME-LENGTH.
101900     MOVE ZERO TO WS-NAME-LENGTH.
102000     IF WS-SEL-LAST-NAME NOT = SPACES
102100         INSPECT WS-SEL-LAST-NAME TALLYING WS-NAME-LENGTH
102200             FOR CHARACTERS BEFORE INITIAL "  "
102300     END-IF.
102400 4150-SET-NAME-LENGTH-EXIT.
102500     EXIT.

102600*----------------------------------------------------------------
102700*  4200-READ-ONE-ARCHIVE - READ ONE ARCHIVE RECORD. A *TRAILER*
102800*  CLOSES A SEGMENT AND IS BALANCED AGAINST THE DETAILS READ
102900*  SINCE THE LAST ONE; A DETAIL IS COUNTED INTO ITS SEGMENT AND
103000*  PRINTED WHEN IT MATCHES THE SELECTION.
103100*----------------------------------------------------------------
103200 4200-READ-ONE-ARCHIVE.
103300     READ TERM-ARCHIVE INTO WS-ARCHIVE-RECORD
103400         AT END
103500             SET WS-EOF TO TRUE
103600             GO TO 4200-READ-ONE-ARCHIVE-EXIT
103700     END-READ.
103800     IF WB-TAG = "*TRAILER*"
103900         PERFORM 4300-BALANCE-SEGMENT
104000             THRU 4300-BALANCE-SEGMENT-EXIT
104100         GO TO 4200-READ-ONE-ARCHIVE-EXIT
104200     END-IF.
104300     ADD 1 TO WS-READ-COUNT.
104400     ADD 1 TO WS-SEG-DETAIL-COUNT.
104500     MOVE WS-ARC-IMAGE TO WS-EMPLOYEE-RECORD.
104600     IF WS-EMP-NO IS NUMERIC
104700         ADD WS-EMP-NO TO WS-HASH-WORK
104800     END-IF.
104900     PERFORM 4400-TEST-SELECTION
105000         THRU 4400-TEST-SELECTION-EXIT.
105100     IF WS-RECORD-MATCHES
105200         ADD 1 TO WS-MATCHED-COUNT
105300         MOVE SPACES TO WD-RESULT
105400         PERFORM 6150-PRINT-ARCHIVE-DETAIL
105500             THRU 6150-PRINT-ARCHIVE-DETAIL-EXIT
105600     END-IF.
105700 4200-READ-ONE-ARCHIVE-EXIT.
105800     EXIT.

105900*----------------------------------------------------------------
106000*  4300-BALANCE-SEGMENT - COMPARE ONE SEGMENT'S DETAIL COUNT AND
106100*  HASH WITH ITS TRAILER AND PRINT A WARNING WHEN THEY DISAGREE,
106200*  THEN START THE NEXT SEGMENT
106300*----------------------------------------------------------------
106400 4300-BALANCE-SEGMENT.
106500     ADD 1 TO WS-SEGMENT-COUNT.
106600     DIVIDE WS-HASH-WORK BY 1000000000
106700         GIVING WS-HASH-QUOTIENT
106800         REMAINDER WS-CONTROL-HASH.
106900     IF WB-EXPECTED-COUNT IS NOT NUMERIC OR
107000        WB-CONTROL-HASH IS NOT NUMERIC OR
107100        WB-EXPECTED-COUNT NOT = WS-SEG-DETAIL-COUNT OR
107200        WB-CONTROL-HASH NOT = WS-CONTROL-HASH
107300         ADD 1 TO WS-SEGMENT-ERR-COUNT
107400         MOVE WB-PURGE-DATE TO WS-DATE-WORK
107500         MOVE WS-DW-MM TO WS-DE-MM
107600         MOVE WS-DW-DD TO WS-DE-DD
107700         MOVE WS-DW-YY TO WS-DE-YY
107800         MOVE WS-SEG-DETAIL-COUNT TO WS-EDIT-COUNT
107900         MOVE WS-CONTROL-HASH     TO WS-EDIT-HASH
108000         MOVE ZERO TO WS-EDIT-COUNT-2
108100         MOVE ZERO TO WS-EDIT-HASH-2
108200         IF WB-EXPECTED-COUNT IS NUMERIC
108300             MOVE WB-EXPECTED-COUNT TO WS-EDIT-COUNT-2
108400         END-IF
108500         IF WB-CONTROL-HASH IS NUMERIC
108600             MOVE WB-CONTROL-HASH TO WS-EDIT-HASH-2
108700         END-IF
108800         MOVE SPACES TO WM-TEXT
108900         STRING "*** SEGMENT PURGED " DELIMITED BY SIZE
109000             WS-DATE-EDIT DELIMITED BY SIZE
109100             " OUT OF BALANCE - READ " DELIMITED BY SIZE
109200             WS-EDIT-COUNT DELIMITED BY SIZE
109300             " HASH " DELIMITED BY SIZE
109400             WS-EDIT-HASH DELIMITED BY SIZE
109500             ", TRAILER " DELIMITED BY SIZE
109600             WS-EDIT-COUNT-2 DELIMITED BY SIZE
109700             " HASH " DELIMITED BY SIZE
109800             WS-EDIT-HASH-2 DELIMITED BY SIZE
109900             INTO WM-TEXT
110000         PERFORM 6200-PRINT-MESSAGE
110100             THRU 6200-PRINT-MESSAGE-EXIT
110200     END-IF.
110300     MOVE ZERO TO WS-HASH-WORK.
110400     MOVE ZERO TO WS-SEG-DETAIL-COUNT.
110500 4300-BALANCE-SEGMENT-EXIT.
110600     EXIT.

110700*----------------------------------------------------------------
110800*  4400-TEST-SELECTION - DOES THE ARCHIVED RECORD MATCH THE
110900*  DEPARTMENT, EMPLOYEE NUMBER, AND LAST-NAME LETTERS KEYED
111000*----------------------------------------------------------------
111100 4400-TEST-SELECTION.
111200     MOVE 'N' TO WS-MATCH-SWITCH.
111300     IF WS-SEL-DEPT NOT = SPACES AND
111400        WS-ID(1:3) NOT = WS-SEL-DEPT
111500         GO TO 4400-TEST-SELECTION-EXIT
111600     END-IF.
111700     IF WS-SEL-EMP-NO NOT = SPACES AND
111800        WS-ID(4:5) NOT = WS-SEL-EMP-NO
111900         GO TO 4400-TEST-SELECTION-EXIT
112000     END-IF.
112100     IF WS-NAME-LENGTH > ZERO AND
112200        WS-LAST-NAME(1:WS-NAME-LENGTH) NOT =
112300        WS-SEL-LAST-NAME(1:WS-NAME-LENGTH)
112400         GO TO 4400-TEST-SELECTION-EXIT
112500     END-IF.
112600     SET WS-RECORD-MATCHES TO TRUE.
112700 4400-TEST-SELECTION-EXIT.
112800     EXIT.

112900*----------------------------------------------------------------
113000*  4500-PRINT-LOOKUP-TOTALS - RECORDS READ AND LISTED, SEGMENTS
113100*  READ, AND HOW MANY FAILED TO BALANCE
113200*----------------------------------------------------------------
113300 4500-PRINT-LOOKUP-TOTALS.
113400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 6
113500         PERFORM 6900-PRINT-PAGE-HEADERS
113600             THRU 6900-PRINT-PAGE-HEADERS-EXIT
113700     END-IF.
113800     WRITE PURGE-RPT-RECORD FROM SPACES.
113900     MOVE "ARCHIVED RECORDS READ:"          TO WT-LABEL.
114000     MOVE WS-READ-COUNT                     TO WT-COUNT.
114100     WRITE PURGE-RPT-RECORD FROM WS-TOTAL-LINE.
114200     MOVE "RECORDS LISTED:"                 TO WT-LABEL.
114300     MOVE WS-MATCHED-COUNT                  TO WT-COUNT.
114400     WRITE PURGE-RPT-RECORD FROM WS-TOTAL-LINE.
114500     MOVE "PURGE RUNS (SEGMENTS) READ:"     TO WT-LABEL.
114600     MOVE WS-SEGMENT-COUNT                  TO WT-COUNT.
114700     WRITE PURGE-RPT-RECORD FROM WS-TOTAL-LINE.
114800     MOVE "SEGMENTS OUT OF BALANCE:"        TO WT-LABEL.
114900     MOVE WS-SEGMENT-ERR-COUNT              TO WT-COUNT.
115000     WRITE PURGE-RPT-RECORD FROM WS-TOTAL-LINE.
115100 4500-PRINT-LOOKUP-TOTALS-EXIT.
115200     EXIT.

115300*----------------------------------------------------------------
115400*  6100-PRINT-MASTER-DETAIL - ONE PURGE-REPORT LINE FOR THE
115500*  MASTER RECORD IN HAND. WD-RESULT IS SET BY THE CALLER, AND
115600*  WS-DATE-WORK HOLDS THE PURGE DATE (ZERO WHEN NOT PURGED).
115700*----------------------------------------------------------------
115800 6100-PRINT-MASTER-DETAIL.
115900     MOVE EMPLOYEE-MASTER-RECORD TO WS-EMPLOYEE-RECORD.
116000     MOVE SPACES TO WD-PURGE-DATE.
116100     IF WS-DATE-WORK NOT = ZERO
116200         MOVE WS-DW-MM TO WS-DE-MM
116300         MOVE WS-DW-DD TO WS-DE-DD
116400         MOVE WS-DW-YY TO WS-DE-YY
116500         MOVE WS-DATE-EDIT TO WD-PURGE-DATE
116600     END-IF.
116700     PERFORM 6300-PRINT-DETAIL
116800         THRU 6300-PRINT-DETAIL-EXIT.
116900 6100-PRINT-MASTER-DETAIL-EXIT.
117000     EXIT.

117100*----------------------------------------------------------------
117200*  6150-PRINT-ARCHIVE-DETAIL - ONE LOOKUP LINE FOR THE ARCHIVED
117300*  RECORD IN WS-EMPLOYEE-RECORD WITH ITS PURGE DATE
117400*----------------------------------------------------------------
117500 6150-PRINT-ARCHIVE-DETAIL.
117600     MOVE WS-ARC-PURGE-DATE TO WS-DATE-WORK.
117700     MOVE WS-DW-MM TO WS-DE-MM.
117800     MOVE WS-DW-DD TO WS-DE-DD.
117900     MOVE WS-DW-YY TO WS-DE-YY.
118000     MOVE WS-DATE-EDIT TO WD-PURGE-DATE.
118100     PERFORM 6300-PRINT-DETAIL
118200         THRU 6300-PRINT-DETAIL-EXIT.
118300 6150-PRINT-ARCHIVE-DETAIL-EXIT.
118400     EXIT.

118500*----------------------------------------------------------------
118600*  6200-PRINT-MESSAGE - PRINT WM-TEXT AS ITS OWN LINE, BREAKING
118700*  TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL
118800*----------------------------------------------------------------
118900 6200-PRINT-MESSAGE.
119000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
119100         PERFORM 6900-PRINT-PAGE-HEADERS
119200             THRU 6900-PRINT-PAGE-HEADERS-EXIT
119300     END-IF.
119400     WRITE PURGE-RPT-RECORD FROM WS-MESSAGE-LINE.
119500     ADD 1 TO WS-LINE-COUNT.
119600 6200-PRINT-MESSAGE-EXIT.
119700     EXIT.

119800*----------------------------------------------------------------
119900*  6300-PRINT-DETAIL - FORMAT AND PRINT THE RECORD IN
120000*  WS-EMPLOYEE-RECORD; THE PURGE DATE AND RESULT ARE ALREADY SET
120100*----------------------------------------------------------------
120200 6300-PRINT-DETAIL.
120300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
120400         PERFORM 6900-PRINT-PAGE-HEADERS
120500             THRU 6900-PRINT-PAGE-HEADERS-EXIT
120600     END-IF.
120700     MOVE WS-DEPT   TO WD-DEPT.
120800     MOVE WS-EMP-NO TO WD-EMP-NO.
120900     MOVE WS-NAME   TO WD-NAME.
121000     MOVE WS-HIRE-DATE TO WS-DATE-WORK.
121100     PERFORM 6350-EDIT-DATE
121200         THRU 6350-EDIT-DATE-EXIT.
121300     MOVE WS-DATE-EDIT TO WD-HIRE-DATE.
121400     MOVE WS-TERM-DATE TO WS-DATE-WORK.
121500     PERFORM 6350-EDIT-DATE
121600         THRU 6350-EDIT-DATE-EXIT.
121700     MOVE WS-DATE-EDIT TO WD-TERM-DATE.
121800     IF WS-TERM-DATE = ZERO
121900         MOVE SPACES TO WD-TERM-DATE
122000     END-IF.
122100     WRITE PURGE-RPT-RECORD FROM WS-DETAIL-LINE.
122200     ADD 1 TO WS-LINE-COUNT.
122300 6300-PRINT-DETAIL-EXIT.
122400     EXIT.

122410*----------------------------------------------------------------
122420*  6350-EDIT-DATE - WS-DATE-WORK (YYMMDD) TO MM/DD/YY IN
122430*  WS-DATE-EDIT; A ZERO TERMINATION DATE IS BLANKED BY THE CALLER
122440*----------------------------------------------------------------
122500 6350-EDIT-DATE.
122600     MOVE WS-DW-MM TO WS-DE-MM.
122700     MOVE WS-DW-DD TO WS-DE-DD.
122800     MOVE WS-DW-YY TO WS-DE-YY.
122900 6350-EDIT-DATE-EXIT.
123000     EXIT.

123100*----------------------------------------------------------------
123200*  6900-PRINT-PAGE-HEADERS - START A NEW PAGE WITH THE RUN DATE,
123300*  PAGE NUMBER, THE RETENTION OR SELECTION IN EFFECT, AND COLUMN
123400*  HEADINGS
123500*----------------------------------------------------------------
123600 6900-PRINT-PAGE-HEADERS.
123700     ADD 1 TO WS-PAGE-COUNT.
123800     MOVE WS-RUN-MM     TO WR1-RUN-MM.
123900     MOVE WS-RUN-DD     TO WR1-RUN-DD.
124000     MOVE WS-RUN-YY     TO WR1-RUN-YY.
124100     MOVE WS-PAGE-COUNT TO WR1-PAGE-NO.
124200     IF WS-PAGE-COUNT > 1
124300         WRITE PURGE-RPT-RECORD FROM SPACES
124400             AFTER ADVANCING PAGE
124500     END-IF.
124600     WRITE PURGE-RPT-RECORD FROM WS-PAGE-HEADER-1.
124700     WRITE PURGE-RPT-RECORD FROM WS-SELECTION-HEADER.
124800     WRITE PURGE-RPT-RECORD FROM SPACES.
124900     WRITE PURGE-RPT-RECORD FROM WS-COLUMN-HEADER.
125000     WRITE PURGE-RPT-RECORD FROM SPACES.
125100     MOVE ZERO TO WS-LINE-COUNT.
125200 6900-PRINT-PAGE-HEADERS-EXIT.
125300     EXIT.

125400*----------------------------------------------------------------
125500*  3000-TERMINATE - APPEND THE AUDIT-LOG LINE FOR A PURGE THAT
125600*  GOT AS FAR AS THE MASTER, CLOSE WHATEVER IS OPEN, AND RELEASE
125700*  THE RUN LOCK
125800*----------------------------------------------------------------
125900 3000-TERMINATE.
126000     IF WS-FUNC-PURGE AND WS-EMPMAST-OPEN
126100         PERFORM 3100-WRITE-AUDIT-LOG
126200             THRU 3100-WRITE-AUDIT-LOG-EXIT
126300     END-IF.
126400     IF WS-PRGRPT-OPEN
126500         CLOSE PURGE-RPT
126600     END-IF.
126700     IF WS-TERMARC-OPEN
126800         CLOSE TERM-ARCHIVE
126900     END-IF.
127000     IF WS-CHGHIST-OPEN
127100         CLOSE CHANGE-HIST
127200     END-IF.
127300     IF WS-PENDACT-OPEN
127400         CLOSE PENDING-ACTIONS
127500     END-IF.
127600     IF WS-NUMRSV-OPEN
127700         CLOSE NUMBER-RESERVE
127800     END-IF.
127900     IF WS-EMPMAST-OPEN
128000         CLOSE EMPLOYEE-MASTER
128100     END-IF.
128200     IF WS-RUNLOCK-HELD
128300         PERFORM 1450-RELEASE-RUN-LOCK
128400             THRU 1450-RELEASE-RUN-LOCK-EXIT
128500     END-IF.
128600 3000-TERMINATE-EXIT.
128700     EXIT.

128800*----------------------------------------------------------------
128900*  3100-WRITE-AUDIT-LOG - APPEND ONE LINE TO AUDIT-LOG WITH THE
129000*  CUTOFF, THE NUMBER PURGED, AND THE RESULT. OPENED EXTEND;
129100*  CREATED ON THE FIRST RUN.
129200*----------------------------------------------------------------
129300 3100-WRITE-AUDIT-LOG.
129400     OPEN EXTEND AUDIT-LOG.
129500     IF WS-AUDITLOG-STATUS NOT = "00"
129600         OPEN OUTPUT AUDIT-LOG
129700     END-IF.
129800     IF WS-AUDITLOG-STATUS NOT = "00"
129900         DISPLAY "EMPPURGE: ERROR OPENING AUDIT-LOG "
130000             "STATUS = " WS-AUDITLOG-STATUS
130100         GO TO 3100-WRITE-AUDIT-LOG-EXIT
130200     END-IF.
130300     MOVE WS-RUN-MM       TO WA-RUN-MM.
130400     MOVE WS-RUN-DD       TO WA-RUN-DD.
130500     MOVE WS-RUN-YY       TO WA-RUN-YY.
130600     MOVE WS-RUN-HH       TO WA-RUN-HH.
130700     MOVE WS-RUN-MIN      TO WA-RUN-MIN.
130800     MOVE WS-RUN-SEC      TO WA-RUN-SEC.
130900     MOVE WS-RUN-USER-ID  TO WA-USER-ID.
131000     MOVE WS-CUT-MM       TO WS-DE-MM.
131100     MOVE WS-CUT-DD       TO WS-DE-DD.
131200     MOVE WS-CUT-YY       TO WS-DE-YY.
131300     MOVE WS-DATE-EDIT    TO WA-CUTOFF-DATE.
131400     MOVE WS-PURGED-COUNT TO WA-PURGED-COUNT.
131500     IF WS-INIT-FAILED
131600         MOVE "INCOMPLETE"  TO WA-RESULT
131700     ELSE
131800         IF WS-RESULT-GOOD
131900             MOVE "COMPLETE"    TO WA-RESULT
132000         ELSE
132100             MOVE "EXCEPTIONS"  TO WA-RESULT
132200         END-IF
132300     END-IF.
132400     WRITE AUDIT-LOG-RECORD FROM WS-AUDIT-LINE.
132500     CLOSE AUDIT-LOG.
132600 3100-WRITE-AUDIT-LOG-EXIT.
132700     EXIT.
