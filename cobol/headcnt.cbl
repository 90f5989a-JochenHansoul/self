000100*****************************************************************
000200*  PROGRAM     :  HEADCNT
000300*  AUTHOR      :  J. HANSOUL
000400*  INSTALLATION:  DATA PROCESSING
000500*  DATE-WRITTEN:  10/15/2026
000600*  DATE-COMPILED:
000700*----------------------------------------------------------------
000800*  PURPOSE     :  MONTHLY HEADCOUNT AND TURNOVER REPORT BY
000900*                 DEPARTMENT. FOR THE MONTH ON THE HCPARM
001000*                 PARAMETER RECORD (YYMM - THE PREVIOUS MONTH WHEN
001100*                 ABSENT) EACH DEPARTMENT SHOWS ITS OPENING
001200*                 HEADCOUNT, HIRES, REHIRES, TERMINATIONS,
001300*                 TRANSFERS IN AND OUT, THE COUNT ON LEAVE AT
001400*                 MONTH END, THE CLOSING HEADCOUNT, AND THE
001500*                 TURNOVER PERCENTAGE (TERMINATIONS OVER AVERAGE
001600*                 HEADCOUNT). HEADCOUNT IS EVERY EMPLOYEE ON THE
001700*                 PAYROLL - ACTIVE OR ON LEAVE.
001800*
001900*                 HIRES AND TERMINATIONS COME FROM THE MASTER HIRE
002000*                 AND TERM DATES. A HIRE DATE IN THE MONTH WITH A
002100*                 REHIRE LINE ON CHANGE-HIST IS A REHIRE. THE
002200*                 MASTER ONLY HOLDS AN EMPLOYEE'S CURRENT KEY, SO
002300*                 THE XFER LINES ON CHANGE-ARCH/CHANGE-HIST ARE
002400*                 WALKED BACK FROM IT TO FIND WHICH DEPARTMENT
002500*                 THE EMPLOYEE WAS IN AT EACH POINT OF THE MONTH;
002600*                 THE SAME LINES GIVE THE TRANSFERS IN AND OUT.
002700*                 LEAVE/RETURN LINES SET THE ON-LEAVE STATUS AS OF
002800*                 MONTH END. BECAUSE EVERY MOVEMENT IS TAKEN FROM
002900*                 THE SAME TIMELINE, EACH DEPARTMENT AND THE
003000*                 COMPANY TOTAL BALANCE OPENING PLUS MOVEMENTS TO
003100*                 CLOSING; THE TOTAL LINE PROVES IT.
003200*----------------------------------------------------------------
003300*  MODIFICATION HISTORY
003400*    DATE       INIT  DESCRIPTION
003500*    10/15/2026 JH    ORIGINAL PROGRAM.
003510*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
003520*                       THE LAST/FIRST NAME ALTERNATE KEY
003530*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
003540*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
003550*                       CHANGE TO THIS PROGRAM'S LOGIC.
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800     PROGRAM-ID.     HEADCNT.
003900     AUTHOR.         J. HANSOUL.
004000     INSTALLATION.   DATA PROCESSING.
004100     DATE-WRITTEN.   10/15/2026.
004200     DATE-COMPILED.

004300*----------------------------------------------------------------
004400*  ENVIRONMENT DIVISION
004500*----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800     SOURCE-COMPUTER.   IBM-370.
004900     OBJECT-COMPUTER.   IBM-370.

005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS EM-ID
005550         ALTERNATE RECORD KEY IS EM-NAME-KEY
005560             WITH DUPLICATES
005600         FILE STATUS IS WS-EMPMAST-STATUS.
005700     SELECT DEPT-MASTER   ASSIGN TO "DEPTMAST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-DEPTMAST-STATUS.
006000     SELECT HEADCOUNT-PARM ASSIGN TO "HCPARM"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-HCPARM-STATUS.
006300     SELECT CHANGE-HIST   ASSIGN TO "EMPCHG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CHGHIST-STATUS.
006600     SELECT CHANGE-ARCH   ASSIGN TO "EMPCHGA"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CHGARCH-STATUS.
006900     SELECT HEADCOUNT-RPT ASSIGN TO "HDCRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-HDCRPT-STATUS.

007200*----------------------------------------------------------------
007300*  DATA DIVISION
007400*----------------------------------------------------------------
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  EMPLOYEE-MASTER
007800     LABEL RECORDS ARE STANDARD.
007900     COPY EMPREC REPLACING
008000         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
008100         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
008150         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
008200         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
008300         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
008400         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
008500         ==WS-TITLE==           BY ==EM-TITLE==
008600         ==WS-NAME==            BY ==EM-NAME==
008700         ==WS-ID==              BY ==EM-ID==
008800         ==WS-DEPT==            BY ==EM-DEPT==
008900         ==WS-EMP-NO==          BY ==EM-EMP-NO==
009000         ==WS-STATUS-CODE==     BY ==EM-STATUS-CODE==
009100         ==WS-STA-ACTIVE==      BY ==EM-STA-ACTIVE==
009200         ==WS-STA-ON-LEAVE==    BY ==EM-STA-ON-LEAVE==
009300         ==WS-STA-TERMINATED==  BY ==EM-STA-TERMINATED==
009400         ==WS-HIRE-DATE==       BY ==EM-HIRE-DATE==
009500         ==WS-TERM-DATE==       BY ==EM-TERM-DATE==.

009600 FD  DEPT-MASTER
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  DEPT-MASTER-RECORD       PIC X(29).

010000 FD  HEADCOUNT-PARM
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  HEADCOUNT-PARM-RECORD.
010400     05  HP-YY                PIC X(02).
010500     05  HP-MM                PIC X(02).

010600 FD  CHANGE-HIST
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  CHANGE-HIST-RECORD       PIC X(120).

011000 FD  CHANGE-ARCH
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  CHANGE-ARCH-RECORD       PIC X(120).

011400 FD  HEADCOUNT-RPT
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700 01  HEADCOUNT-RPT-RECORD     PIC X(132).

011800 WORKING-STORAGE SECTION.
011900     COPY DEPTREC.
012000     COPY EMPLIM.

012100*----------------------------------------------------------------
012200*  WS-HIST-LINE - ONE CHANGE-HIST OR CHANGE-ARCH LINE. THE
012300*  STANDARD LAYOUT CARRIES ONE EMPLOYEE ID AFTER THE ACTION; THE
012400*  XFER LAYOUT (" XFER " IN COLUMNS 27-32) CARRIES THE OLD AND
012500*  NEW IDS.
012600*----------------------------------------------------------------
012700 01  WS-HIST-LINE.
012800     05  WL-DATE.
012900         10  WL-MM            PIC X(02).
013000         10  FILLER           PIC X(01).
013100         10  WL-DD            PIC X(02).
013200         10  FILLER           PIC X(01).
013300         10  WL-YY            PIC X(02).
013400     05  FILLER               PIC X(01).
013500     05  WL-TIME.
013600         10  WL-HH            PIC X(02).
013700         10  FILLER           PIC X(01).
013800         10  WL-MIN           PIC X(02).
013900         10  FILLER           PIC X(01).
014000         10  WL-SEC           PIC X(02).
014100     05  FILLER               PIC X(01).
014200     05  WL-OPERATOR-ID       PIC X(08).
014300     05  WL-STD-PORTION.
014400         10  FILLER           PIC X(01).
014500         10  WL-ACTION        PIC X(06).
014600         10  FILLER           PIC X(01).
014700         10  WL-DEPT          PIC X(03).
014800         10  FILLER           PIC X(01).
014900         10  WL-EMP-NO        PIC X(05).
015000         10  FILLER           PIC X(77).
015100     05  WL-XFER-PORTION REDEFINES WL-STD-PORTION.
015200         10  WL-X-TAG         PIC X(06).
015300         10  WL-X-OLD-DEPT    PIC X(03).
015400         10  FILLER           PIC X(01).
015500         10  WL-X-OLD-EMP-NO  PIC X(05).
015600         10  FILLER           PIC X(04).
015700         10  WL-X-NEW-DEPT    PIC X(03).
015800         10  FILLER           PIC X(01).
015900         10  WL-X-NEW-EMP-NO  PIC X(05).
016000         10  FILLER           PIC X(66).

016100 01  WS-SWITCHES.
016200     05  WS-INIT-FAILED-SWITCH PIC X(01) VALUE 'N'.
016300         88  WS-INIT-FAILED              VALUE 'Y'.
016400     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
016500         88  WS-EOF                     VALUE 'Y'.
016600     05  WS-DEPTMAST-EOF-SWITCH PIC X(01) VALUE 'N'.
016700         88  WS-DEPTMAST-EOF            VALUE 'Y'.
016800     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
016900         88  WS-HIST-EOF                VALUE 'Y'.
017000     05  WS-ARCH-EOF-SWITCH   PIC X(01) VALUE 'N'.
017100         88  WS-ARCH-EOF                VALUE 'Y'.
017200     05  WS-EMPMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
017300         88  WS-EMPMAST-OPEN            VALUE 'Y'.
017400     05  WS-HDCRPT-OPEN-SWITCH PIC X(01) VALUE 'N'.
017500         88  WS-HDCRPT-OPEN             VALUE 'Y'.
017600     05  WS-EVENT-FOUND-SWITCH PIC X(01) VALUE 'N'.
017700         88  WS-EVENT-FOUND             VALUE 'Y'.
017800     05  WS-CHAIN-ID-SWITCH   PIC X(01) VALUE 'N'.
017900         88  WS-CHAIN-ID-MATCH          VALUE 'Y'.
018000     05  WS-ON-LEAVE-SWITCH   PIC X(01) VALUE 'N'.
018100         88  WS-ON-LEAVE-AT-CLOSE       VALUE 'Y'.
018200     05  WS-STEP-DONE-SWITCH  PIC X(01) VALUE 'N'.
018300         88  WS-STEP-DONE               VALUE 'Y'.

018400 01  WS-FILE-STATUSES.
018500     05  WS-EMPMAST-STATUS    PIC X(02) VALUE SPACES.
018600     05  WS-DEPTMAST-STATUS   PIC X(02) VALUE SPACES.
018700     05  WS-HCPARM-STATUS     PIC X(02) VALUE SPACES.
018800     05  WS-CHGHIST-STATUS    PIC X(02) VALUE SPACES.
018900     05  WS-CHGARCH-STATUS    PIC X(02) VALUE SPACES.
019000     05  WS-HDCRPT-STATUS     PIC X(02) VALUE SPACES.

019100 01  WS-COUNTERS COMP.
019200     05  WS-RECORDS-READ      PIC 9(07) VALUE ZERO.
019300     05  WS-EVENT-COUNT       PIC 9(05) VALUE ZERO.
019400     05  WS-EVENT-OVERFLOW    PIC 9(07) VALUE ZERO.
019500     05  WS-CHAIN-COUNT       PIC 9(03) VALUE ZERO.
019600     05  WS-CHAIN-OVERFLOW    PIC 9(07) VALUE ZERO.
019700     05  WS-OUT-OF-RANGE      PIC 9(07) VALUE ZERO.
019800     05  WS-EVT-IDX           PIC 9(05) VALUE ZERO.
019900     05  WS-FOUND-EVT-IDX     PIC 9(05) VALUE ZERO.
020000     05  WS-CHN-IDX           PIC 9(03) VALUE ZERO.
020100     05  WS-DPT-IDX           PIC 9(03) VALUE ZERO.
020200     05  WS-AT-DEPT           PIC 9(03) VALUE ZERO.
020300     05  WS-LINE-COUNT        PIC 9(03) VALUE ZERO.
020400     05  WS-PAGE-COUNT        PIC 9(03) VALUE ZERO.
020500     05  WS-DEPTS-PRINTED     PIC 9(05) VALUE ZERO.

020600 01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 060.
020700 01  WS-MAX-EVENTS            PIC 9(05) VALUE 05000.
020800 01  WS-MAX-CHAIN             PIC 9(03) VALUE 020.

020900*----------------------------------------------------------------
021000*  WS-DEPT-NAME-TABLE / WS-DEPT-STATS-TABLE - INDEXED DIRECTLY BY
021100*  DEPARTMENT CODE LIKE THE OTHER PROGRAMS' DEPARTMENT TABLES. A
021200*  DEPARTMENT IS PRINTED WHEN IT IS ON DEPT-MASTER OR HAS ANY
021300*  COUNT FOR THE MONTH.
021400*----------------------------------------------------------------
021500 01  WS-DEPT-NAME-TABLE.
021600     05  WS-DPT-NAME-ENTRY OCCURS 899 TIMES
021700                              PIC X(25).

021800 01  WS-DEPT-ON-FILE-TABLE.
021900     05  WS-DPT-ON-FILE OCCURS 899 TIMES
022000                              PIC X(01).

022100 01  WS-DEPT-STATS-TABLE.
022200     05  WS-DST-ENTRY OCCURS 899 TIMES.
022300         10  WS-DST-OPENING   PIC 9(05) COMP.
022400         10  WS-DST-HIRES     PIC 9(05) COMP.
022500         10  WS-DST-REHIRES   PIC 9(05) COMP.
022600         10  WS-DST-TERMS     PIC 9(05) COMP.
022700         10  WS-DST-XFER-IN   PIC 9(05) COMP.
022800         10  WS-DST-XFER-OUT  PIC 9(05) COMP.
022900         10  WS-DST-ON-LEAVE  PIC 9(05) COMP.
023000         10  WS-DST-CLOSING   PIC 9(05) COMP.

023100 01  WS-COMPANY-TOTALS COMP.
023200     05  WS-TOT-OPENING       PIC 9(07) VALUE ZERO.
023300     05  WS-TOT-HIRES         PIC 9(07) VALUE ZERO.
023400     05  WS-TOT-REHIRES       PIC 9(07) VALUE ZERO.
023500     05  WS-TOT-TERMS         PIC 9(07) VALUE ZERO.
023600     05  WS-TOT-XFER-IN       PIC 9(07) VALUE ZERO.
023700     05  WS-TOT-XFER-OUT      PIC 9(07) VALUE ZERO.
023800     05  WS-TOT-ON-LEAVE      PIC 9(07) VALUE ZERO.
023900     05  WS-TOT-CLOSING       PIC 9(07) VALUE ZERO.

024000 01  WS-BALANCE-WORK          PIC S9(07) COMP VALUE ZERO.
024100 01  WS-AVERAGE-TWICE         PIC 9(07) COMP VALUE ZERO.
024200 01  WS-TURNOVER-PCT          PIC 9(03)V9 VALUE ZERO.

024300*----------------------------------------------------------------
024400*  WS-EVENT-TABLE - THE CHANGE-HIST LINES FROM THE START OF THE
024500*  MONTH ON THAT MOVE AN EMPLOYEE BETWEEN KEYS (X = XFER,
024600*  WE-ID THE OLD KEY, WE-NEW-ID THE NEW ONE) OR CHANGE THE
024700*  PAYROLL STATUS (S = REHIRE, LEAVE OR RETURN IN WE-ACTION).
024800*  WE-STAMP IS YYMMDDHHMMSS FOR ORDERING.
024900*----------------------------------------------------------------
025000 01  WS-EVENT-TABLE.
025100     05  WE-ENTRY OCCURS 5000 TIMES.
025200         10  WE-TYPE          PIC X(01).
025300             88  WE-XFER                VALUE 'X'.
025400             88  WE-STATUS-ACTION       VALUE 'S'.
025500         10  WE-STAMP         PIC X(12).
025600         10  WE-ID            PIC X(08).
025700         10  WE-NEW-ID        PIC X(08).
025800         10  WE-ACTION        PIC X(06).

025900 01  WS-NEW-EVENT.
026000     05  WNE-TYPE             PIC X(01).
026100     05  WNE-STAMP.
026200         10  WNE-YY           PIC X(02).
026300         10  WNE-MM           PIC X(02).
026400         10  WNE-DD           PIC X(02).
026500         10  WNE-HH           PIC X(02).
026600         10  WNE-MIN          PIC X(02).
026700         10  WNE-SEC          PIC X(02).
026800     05  WNE-ID               PIC X(08).
026900     05  WNE-NEW-ID           PIC X(08).
027000     05  WNE-ACTION           PIC X(06).

027100*----------------------------------------------------------------
027200*  WS-CHAIN-TABLE - THE XFER LINES THAT LED TO THE CURRENT
027300*  EMPLOYEE'S KEY, LATEST FIRST, BACK TO THE START OF THE MONTH.
027400*  WALKING IT BACKWARDS FROM THE CURRENT KEY GIVES THE KEY THE
027500*  EMPLOYEE HELD AT ANY EARLIER POINT.
027600*----------------------------------------------------------------
027700 01  WS-CHAIN-TABLE.
027800     05  WCH-ENTRY OCCURS 20 TIMES.
027900         10  WCH-STAMP        PIC X(12).
028000         10  WCH-OLD-ID       PIC X(08).
028100         10  WCH-OLD-DEPT REDEFINES WCH-OLD-ID.
028200             15  WCH-OLD-DEPT-NO PIC 9(03).
028300             15  FILLER       PIC X(05).
028400         10  WCH-NEW-ID       PIC X(08).
028500         10  WCH-NEW-DEPT REDEFINES WCH-NEW-ID.
028600             15  WCH-NEW-DEPT-NO PIC 9(03).
028700             15  FILLER       PIC X(05).

028800*----------------------------------------------------------------
028900*  MONTH BOUNDARIES. WS-MONTH-START-DATE / WS-NEXT-START-DATE
029000*  ARE YYMMDD FOR THE MASTER DATE COMPARES; WS-OPEN-CUT AND
029100*  WS-CLOSE-CUT ARE THE SAME POINTS AS YYMMDDHHMMSS STAMPS FOR
029200*  THE LOG COMPARES.
029300*----------------------------------------------------------------
029400 01  WS-REPORT-MONTH.
029500     05  WS-RPT-YY            PIC 9(02).
029600     05  WS-RPT-MM            PIC 9(02).

029700 01  WS-NEXT-MONTH.
029800     05  WS-NXT-YY            PIC 9(02).
029900     05  WS-NXT-MM            PIC 9(02).

030000 01  WS-MONTH-START-DATE.
030100     05  WS-MSD-YYMM          PIC 9(04).
030200     05  WS-MSD-DD            PIC 9(02) VALUE 01.
030300 01  WS-MONTH-START-NUM REDEFINES WS-MONTH-START-DATE
030400                              PIC 9(06).

030500 01  WS-NEXT-START-DATE.
030600     05  WS-NSD-YYMM          PIC 9(04).
030700     05  WS-NSD-DD            PIC 9(02) VALUE 01.
030800 01  WS-NEXT-START-NUM REDEFINES WS-NEXT-START-DATE
030900                              PIC 9(06).

031000 01  WS-OPEN-CUT.
031100     05  WS-OC-DATE           PIC 9(06).
031200     05  WS-OC-TIME           PIC X(06) VALUE "000000".

031300 01  WS-CLOSE-CUT.
031400     05  WS-CC-DATE           PIC 9(06).
031500     05  WS-CC-TIME           PIC X(06) VALUE "000000".

031600*----------------------------------------------------------------
031700*  WS-CUT-STAMP - THE POINT 2600-KEY-BEFORE-CUT RESOLVES A KEY
031800*  FOR: THE START OF A DAY ("000000") FOR A HIRE, PAST THE END
031900*  OF A DAY ("240000") FOR A TERMINATION
032000*----------------------------------------------------------------
032100 01  WS-CUT-STAMP.
032200     05  WS-CUT-DATE          PIC 9(06).
032300     05  WS-CUT-TIME          PIC X(06).

032400 01  WS-AT-ID                 PIC X(08) VALUE SPACES.
032500 01  WS-AT-ID-PARTS REDEFINES WS-AT-ID.
032600     05  WS-AT-ID-DEPT        PIC 9(03).
032700     05  FILLER               PIC X(05).
032800 01  WS-CHAIN-CUR-ID          PIC X(08) VALUE SPACES.
032900 01  WS-CHAIN-PREV-STAMP      PIC X(12) VALUE SPACES.
033000 01  WS-BEST-STAMP            PIC X(12) VALUE SPACES.
033100 01  WS-TEST-ID               PIC X(08) VALUE SPACES.
033200 01  WS-EFF-TERM-DATE         PIC 9(06) VALUE ZERO.
033300 01  WS-CHAIN-DATE            PIC 9(06) VALUE ZERO.

033400 01  WS-RUN-DATE.
033500     05  WS-RUN-YY            PIC 9(02).
033600     05  WS-RUN-MM            PIC 9(02).
033700     05  WS-RUN-DD            PIC 9(02).

033800 01  WS-PAGE-HEADER-1.
033900     05  FILLER               PIC X(20) VALUE SPACES.
034000     05  FILLER               PIC X(44)
034100             VALUE "MONTHLY HEADCOUNT AND TURNOVER BY DEPARTMENT".
034200     05  FILLER               PIC X(05) VALUE SPACES.
034300     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
034400     05  WR1-RUN-MM           PIC 9(02).
034500     05  FILLER               PIC X(01) VALUE "/".
034600     05  WR1-RUN-DD           PIC 9(02).
034700     05  FILLER               PIC X(01) VALUE "/".
034800     05  WR1-RUN-YY           PIC 9(02).
034900     05  FILLER               PIC X(05) VALUE SPACES.
035000     05  FILLER               PIC X(06) VALUE "PAGE: ".
035100     05  WR1-PAGE-NO          PIC ZZ9.

035200 01  WS-PAGE-HEADER-2.
035300     05  FILLER               PIC X(20) VALUE SPACES.
035400     05  FILLER               PIC X(14) VALUE "REPORT MONTH: ".
035500     05  WR2-MM               PIC 9(02).
035600     05  FILLER               PIC X(01) VALUE "/".
035700     05  WR2-YY               PIC 9(02).
035800     05  FILLER               PIC X(46)
035900             VALUE "   HEADCOUNT = ACTIVE PLUS ON LEAVE".

036000 01  WS-COLUMN-HEADER-1.
036100     05  FILLER               PIC X(31) VALUE SPACES.
036200     05  FILLER               PIC X(09) VALUE "  OPENING".
036300     05  FILLER               PIC X(08) VALUE "   HIRES".
036400     05  FILLER               PIC X(08) VALUE " REHIRES".
036500     05  FILLER               PIC X(08) VALUE "   TERMS".
036600     05  FILLER               PIC X(08) VALUE "    XFER".
036700     05  FILLER               PIC X(08) VALUE "    XFER".
036800     05  FILLER               PIC X(08) VALUE "      ON".
036900     05  FILLER               PIC X(09) VALUE "  CLOSING".
037000     05  FILLER               PIC X(10) VALUE "  TURNOVER".

037100 01  WS-COLUMN-HEADER-2.
037200     05  FILLER               PIC X(31)
037300             VALUE "DPT DEPARTMENT NAME".
037400     05  FILLER               PIC X(09) VALUE "HEADCOUNT".
037500     05  FILLER               PIC X(08) VALUE SPACES.
037600     05  FILLER               PIC X(08) VALUE SPACES.
037700     05  FILLER               PIC X(08) VALUE SPACES.
037800     05  FILLER               PIC X(08) VALUE "      IN".
037900     05  FILLER               PIC X(08) VALUE "     OUT".
038000     05  FILLER               PIC X(08) VALUE "   LEAVE".
038100     05  FILLER               PIC X(09) VALUE "HEADCOUNT".
038200     05  FILLER               PIC X(10) VALUE "        %".

038300 01  WS-DETAIL-LINE.
038400     05  WD-DEPT              PIC X(03).
038500     05  FILLER               PIC X(01) VALUE SPACES.
038600     05  WD-DEPT-NAME         PIC X(25).
038700     05  FILLER               PIC X(02) VALUE SPACES.
038800     05  WD-OPENING           PIC ZZZ,ZZ9.
038900     05  FILLER               PIC X(01) VALUE SPACES.
039000     05  WD-HIRES             PIC ZZZ,ZZ9.
039100     05  FILLER               PIC X(01) VALUE SPACES.
039200     05  WD-REHIRES           PIC ZZZ,ZZ9.
039300     05  FILLER               PIC X(01) VALUE SPACES.
039400     05  WD-TERMS             PIC ZZZ,ZZ9.
039500     05  FILLER               PIC X(01) VALUE SPACES.
039600     05  WD-XFER-IN           PIC ZZZ,ZZ9.
039700     05  FILLER               PIC X(01) VALUE SPACES.
039800     05  WD-XFER-OUT          PIC ZZZ,ZZ9.
039900     05  FILLER               PIC X(01) VALUE SPACES.
040000     05  WD-ON-LEAVE          PIC ZZZ,ZZ9.
040100     05  FILLER               PIC X(02) VALUE SPACES.
040200     05  WD-CLOSING           PIC ZZZ,ZZ9.
040300     05  FILLER               PIC X(04) VALUE SPACES.
040400     05  WD-TURNOVER          PIC ZZ9.9.

040500 01  WS-BALANCE-LINE.
040600     05  FILLER               PIC X(04) VALUE SPACES.
040700     05  FILLER               PIC X(51)
040800         VALUE "OPENING + HIRES + REHIRES - TERMS + IN - OUT =".
040900     05  WB-COMPUTED          PIC ---,--9.
041000     05  FILLER               PIC X(12) VALUE "  CLOSING = ".
041100     05  WB-CLOSING           PIC ZZZ,ZZ9.
041200     05  FILLER               PIC X(02) VALUE SPACES.
041300     05  WB-RESULT            PIC X(30).

041400 01  WS-WARNING-LINE.
041500     05  FILLER               PIC X(04) VALUE SPACES.
041600     05  FILLER               PIC X(04) VALUE "*** ".
041700     05  WW-TEXT              PIC X(48).
041800     05  WW-COUNT             PIC ZZZ,ZZ9.
041900     05  FILLER               PIC X(04) VALUE " ***".

042000*----------------------------------------------------------------
042100*  PROCEDURE DIVISION
042200*----------------------------------------------------------------
042300 PROCEDURE DIVISION.
042400 0000-MAINLINE.
042500     PERFORM 1000-INITIALIZE
042600         THRU 1000-INITIALIZE-EXIT.
042700     IF NOT WS-INIT-FAILED
042800         PERFORM 2000-PROCESS-EMPLOYEE
042900             THRU 2000-PROCESS-EMPLOYEE-EXIT
043000             UNTIL WS-EOF
043100         PERFORM 4000-PRINT-REPORT
043200             THRU 4000-PRINT-REPORT-EXIT
043300     END-IF.
043400     PERFORM 3000-TERMINATE
043500         THRU 3000-TERMINATE-EXIT.
043600     STOP RUN.

043700*----------------------------------------------------------------
043800*  1000-INITIALIZE - RESOLVE THE REPORT MONTH, LOAD THE
043900*  DEPARTMENT NAMES AND THE LOG LINES FOR THE MONTH ON, AND OPEN
044000*  THE MASTER AND THE REPORT
044100*----------------------------------------------------------------
044200 1000-INITIALIZE.
044300     ACCEPT WS-RUN-DATE FROM DATE.
044400     PERFORM 1100-READ-PARM
044500         THRU 1100-READ-PARM-EXIT.
044600     PERFORM 1150-SET-MONTH-BOUNDS
044700         THRU 1150-SET-MONTH-BOUNDS-EXIT.
044800     PERFORM 1200-LOAD-DEPT-NAMES
044900         THRU 1200-LOAD-DEPT-NAMES-EXIT.
045000     PERFORM 1300-LOAD-LOG-EVENTS
045100         THRU 1300-LOAD-LOG-EVENTS-EXIT.
045200     INITIALIZE WS-DEPT-STATS-TABLE.
045300     OPEN INPUT EMPLOYEE-MASTER.
045400     IF WS-EMPMAST-STATUS NOT = "00"
045500         DISPLAY "HEADCNT: ERROR OPENING EMPLOYEE-MASTER "
045600             "STATUS = " WS-EMPMAST-STATUS
045700         SET WS-INIT-FAILED TO TRUE
045800         GO TO 1000-INITIALIZE-EXIT
045900     END-IF.
046000     SET WS-EMPMAST-OPEN TO TRUE.
046100     OPEN OUTPUT HEADCOUNT-RPT.
046200     IF WS-HDCRPT-STATUS NOT = "00"
046300         DISPLAY "HEADCNT: ERROR OPENING HEADCOUNT-RPT "
046400             "STATUS = " WS-HDCRPT-STATUS
046500         SET WS-INIT-FAILED TO TRUE
046600         GO TO 1000-INITIALIZE-EXIT
046700     END-IF.
046800     SET WS-HDCRPT-OPEN TO TRUE.
046900 1000-INITIALIZE-EXIT.
047000     EXIT.

047100*----------------------------------------------------------------
047200*  1100-READ-PARM - READ THE REPORT MONTH (YYMM) FROM HCPARM. NO
047300*  PARAMETER FILE MEANS THE MONTH BEFORE THE RUN DATE, WHICH IS
047400*  THE NORMAL MONTH-END RUN. A BAD MONTH IS REPORTED AND THE
047500*  DEFAULT IS USED.
047600*----------------------------------------------------------------
047700 1100-READ-PARM.
047800     IF WS-RUN-MM = 01
047900         MOVE 12 TO WS-RPT-MM
048000         IF WS-RUN-YY = ZERO
048100             MOVE 99 TO WS-RPT-YY
048200         ELSE
048300             SUBTRACT 1 FROM WS-RUN-YY GIVING WS-RPT-YY
048400         END-IF
048500     ELSE
048600         MOVE WS-RUN-YY TO WS-RPT-YY
048700         SUBTRACT 1 FROM WS-RUN-MM GIVING WS-RPT-MM
048800     END-IF.
048900     OPEN INPUT HEADCOUNT-PARM.
049000     IF WS-HCPARM-STATUS NOT = "00"
049100         GO TO 1100-READ-PARM-EXIT
049200     END-IF.
049300     READ HEADCOUNT-PARM
049400         AT END
049500             CLOSE HEADCOUNT-PARM
049600             GO TO 1100-READ-PARM-EXIT
049700     END-READ.
049800     CLOSE HEADCOUNT-PARM.
049900     IF HP-YY IS NUMERIC AND HP-MM IS NUMERIC AND
050000        HP-MM >= "01" AND HP-MM <= "12"
050100         MOVE HP-YY TO WS-RPT-YY
050200         MOVE HP-MM TO WS-RPT-MM
050300     ELSE
050400         DISPLAY "HEADCNT: BAD HCPARM MONTH '"
050500             HEADCOUNT-PARM-RECORD "' - PREVIOUS MONTH USED"
050600     END-IF.
050700 1100-READ-PARM-EXIT.
050800     EXIT.

050900*----------------------------------------------------------------
051000*  1150-SET-MONTH-BOUNDS - FIRST DAY OF THE REPORT MONTH AND OF
051100*  THE MONTH AFTER IT, AS DATES AND AS LOG STAMPS
051200*----------------------------------------------------------------
051300 1150-SET-MONTH-BOUNDS.
051400     IF WS-RPT-MM = 12
051500         MOVE 01 TO WS-NXT-MM
051600         IF WS-RPT-YY = 99
051700             MOVE ZERO TO WS-NXT-YY
051800         ELSE
051900             ADD 1 TO WS-RPT-YY GIVING WS-NXT-YY
052000         END-IF
052100     ELSE
052200         MOVE WS-RPT-YY TO WS-NXT-YY
052300         ADD 1 TO WS-RPT-MM GIVING WS-NXT-MM
052400     END-IF.
052500     MOVE WS-REPORT-MONTH    TO WS-MSD-YYMM.
052600     MOVE WS-NEXT-MONTH      TO WS-NSD-YYMM.
052700     MOVE WS-MONTH-START-NUM TO WS-OC-DATE.
052800     MOVE WS-NEXT-START-NUM  TO WS-CC-DATE.
052900 1150-SET-MONTH-BOUNDS-EXIT.
053000     EXIT.

053100*----------------------------------------------------------------
053200*  1200-LOAD-DEPT-NAMES - LOAD THE DEPARTMENT NAMES FROM
053300*  DEPT-MASTER INTO THE DIRECT-INDEXED NAME TABLE. A MISSING
053400*  FILE LEAVES EVERY NAME BLANK WITH A CONSOLE WARNING - THE
053500*  COUNTS ARE STILL RIGHT.
053600*----------------------------------------------------------------
053700 1200-LOAD-DEPT-NAMES.
053800     MOVE SPACES TO WS-DEPT-NAME-TABLE.
053900     MOVE SPACES TO WS-DEPT-ON-FILE-TABLE.
054000     OPEN INPUT DEPT-MASTER.
054100     IF WS-DEPTMAST-STATUS NOT = "00"
054200         DISPLAY "HEADCNT: NO DEPARTMENT MASTER - STATUS = "
054300             WS-DEPTMAST-STATUS " - NAMES LEFT BLANK"
054400         GO TO 1200-LOAD-DEPT-NAMES-EXIT
054500     END-IF.
054600     PERFORM 1250-READ-DEPT-RECORD
054700         THRU 1250-READ-DEPT-RECORD-EXIT
054800         UNTIL WS-DEPTMAST-EOF.
054900     CLOSE DEPT-MASTER.
055000 1200-LOAD-DEPT-NAMES-EXIT.
055100     EXIT.

055200*----------------------------------------------------------------
055300*  1250-READ-DEPT-RECORD - READ ONE DEPARTMENT RECORD INTO THE
055400*  NAME TABLE SLOT FOR ITS CODE. CODES OUTSIDE THE EMPLIM RANGE
055500*  ARE IGNORED - THEY WOULD OVERRUN THE TABLE.
055600*----------------------------------------------------------------
055700 1250-READ-DEPT-RECORD.
055800     READ DEPT-MASTER INTO WS-DEPARTMENT-RECORD
055900         AT END
056000             SET WS-DEPTMAST-EOF TO TRUE
056100     END-READ.
056200     IF NOT WS-DEPTMAST-EOF
056300         IF WS-DPT-CODE IS NUMERIC AND
056400            WS-DPT-CODE >= WS-DEPT-LOW AND
056500            WS-DPT-CODE <= WS-DEPT-HIGH
056600             MOVE WS-DPT-NAME TO WS-DPT-NAME-ENTRY(WS-DPT-CODE)
056700             MOVE 'Y'         TO WS-DPT-ON-FILE(WS-DPT-CODE)
056800         END-IF
056900     END-IF.
057000 1250-READ-DEPT-RECORD-EXIT.
057100     EXIT.

057200*----------------------------------------------------------------
057300*  1300-LOAD-LOG-EVENTS - TABLE THE XFER, REHIRE, LEAVE AND
057400*  RETURN LINES STAMPED ON OR AFTER THE START OF THE MONTH,
057500*  CHANGE-ARCH FIRST (CHGINQ MAY HAVE ROLLED THEM OFF) AND THEN
057600*  CHANGE-HIST. EARLIER LINES CANNOT AFFECT THE MONTH: THE
057700*  MASTER ALREADY REFLECTS THEM.
057800*----------------------------------------------------------------
057900 1300-LOAD-LOG-EVENTS.
058000     OPEN INPUT CHANGE-ARCH.
058100     IF WS-CHGARCH-STATUS = "00"
058200         PERFORM 1310-READ-ARCH-LINE
058300             THRU 1310-READ-ARCH-LINE-EXIT
058400             UNTIL WS-ARCH-EOF
058500         CLOSE CHANGE-ARCH
058600     END-IF.
058700     OPEN INPUT CHANGE-HIST.
058800     IF WS-CHGHIST-STATUS = "00"
058900         PERFORM 1320-READ-HIST-LINE
059000             THRU 1320-READ-HIST-LINE-EXIT
059100             UNTIL WS-HIST-EOF
059200         CLOSE CHANGE-HIST
059300     ELSE
059400         DISPLAY "HEADCNT: NO CHANGE-HIST FILE - STATUS = "
059500             WS-CHGHIST-STATUS " - NO TRANSFERS OR REHIRES"
059600     END-IF.
059700     IF WS-EVENT-OVERFLOW > ZERO
059800         DISPLAY "HEADCNT: LOG EVENT TABLE FULL - "
059900             WS-EVENT-OVERFLOW " LINES NOT LOADED"
060000     END-IF.
060100 1300-LOAD-LOG-EVENTS-EXIT.
060200     EXIT.

060300 1310-READ-ARCH-LINE.
060400     READ CHANGE-ARCH INTO WS-HIST-LINE
060500         AT END
060600             SET WS-ARCH-EOF TO TRUE
060700     END-READ.
060800     IF NOT WS-ARCH-EOF
060900         PERFORM 1350-TABLE-HIST-LINE
061000             THRU 1350-TABLE-HIST-LINE-EXIT
061100     END-IF.
061200 1310-READ-ARCH-LINE-EXIT.
061300     EXIT.

061400 1320-READ-HIST-LINE.
061500     READ CHANGE-HIST INTO WS-HIST-LINE
061600         AT END
061700             SET WS-HIST-EOF TO TRUE
061800     END-READ.
061900     IF NOT WS-HIST-EOF
062000         PERFORM 1350-TABLE-HIST-LINE
062100             THRU 1350-TABLE-HIST-LINE-EXIT
062200     END-IF.
062300 1320-READ-HIST-LINE-EXIT.
062400     EXIT.

062500*----------------------------------------------------------------
062600*  1350-TABLE-HIST-LINE - TABLE ONE LINE IF IT IS AN XFER OR A
062700*  REHIRE/LEAVE/RETURN STAMPED ON OR AFTER THE START OF THE
062800*  MONTH. EVERY OTHER ACTION IS READ FROM THE MASTER DATES.
062900*----------------------------------------------------------------
063000 1350-TABLE-HIST-LINE.
063100     MOVE SPACES  TO WS-NEW-EVENT.
063200     MOVE WL-YY   TO WNE-YY.
063300     MOVE WL-MM   TO WNE-MM.
063400     MOVE WL-DD   TO WNE-DD.
063500     MOVE WL-HH   TO WNE-HH.
063600     MOVE WL-MIN  TO WNE-MIN.
063700     MOVE WL-SEC  TO WNE-SEC.
063800     IF WNE-STAMP < WS-OPEN-CUT
063900         GO TO 1350-TABLE-HIST-LINE-EXIT
064000     END-IF.
064100     IF WL-X-TAG = " XFER "
064200         MOVE 'X'             TO WNE-TYPE
064300         MOVE "XFER  "        TO WNE-ACTION
064400         MOVE WL-X-OLD-DEPT   TO WNE-ID(1:3)
064500         MOVE WL-X-OLD-EMP-NO TO WNE-ID(4:5)
064600         MOVE WL-X-NEW-DEPT   TO WNE-NEW-ID(1:3)
064700         MOVE WL-X-NEW-EMP-NO TO WNE-NEW-ID(4:5)
064800     ELSE
064900         IF WL-ACTION = "REHIRE" OR "LEAVE " OR "RETURN"
065000             MOVE 'S'         TO WNE-TYPE
065100             MOVE WL-ACTION   TO WNE-ACTION
065200             MOVE WL-DEPT     TO WNE-ID(1:3)
065300             MOVE WL-EMP-NO   TO WNE-ID(4:5)
065400         ELSE
065500             GO TO 1350-TABLE-HIST-LINE-EXIT
065600         END-IF
065700     END-IF.
065800     IF WS-EVENT-COUNT >= WS-MAX-EVENTS
065900         ADD 1 TO WS-EVENT-OVERFLOW
066000         GO TO 1350-TABLE-HIST-LINE-EXIT
066100     END-IF.
066200     ADD 1 TO WS-EVENT-COUNT.
066300     MOVE WNE-TYPE   TO WE-TYPE(WS-EVENT-COUNT).
066400     MOVE WNE-STAMP  TO WE-STAMP(WS-EVENT-COUNT).
066500     MOVE WNE-ID     TO WE-ID(WS-EVENT-COUNT).
066600     MOVE WNE-NEW-ID TO WE-NEW-ID(WS-EVENT-COUNT).
066700     MOVE WNE-ACTION TO WE-ACTION(WS-EVENT-COUNT).
066800 1350-TABLE-HIST-LINE-EXIT.
066900     EXIT.

067000*----------------------------------------------------------------
067100*  2000-PROCESS-EMPLOYEE - READ ONE MASTER RECORD, BUILD ITS
067200*  TRANSFER CHAIN BACK TO THE START OF THE MONTH, AND COUNT IT
067300*  IN THE OPENING, MOVEMENT AND CLOSING COLUMNS OF WHICHEVER
067400*  DEPARTMENTS IT WAS IN AT EACH POINT. A TERM DATE ONLY COUNTS
067500*  WHEN THE STATUS IS 'T' - A REHIRE CLEARS IT, BUT A STRAY DATE
067600*  ON AN ACTIVE RECORD IS NOT A LEAVER.
067700*----------------------------------------------------------------
067800 2000-PROCESS-EMPLOYEE.
067900     READ EMPLOYEE-MASTER NEXT RECORD
068000         AT END
068100             SET WS-EOF TO TRUE
068200             GO TO 2000-PROCESS-EMPLOYEE-EXIT
068300     END-READ.
068400     ADD 1 TO WS-RECORDS-READ.
068500     PERFORM 2100-BUILD-CHAIN
068600         THRU 2100-BUILD-CHAIN-EXIT.
068700     IF EM-STA-TERMINATED
068800         MOVE EM-TERM-DATE TO WS-EFF-TERM-DATE
068900     ELSE
069000         MOVE ZERO TO WS-EFF-TERM-DATE
069100     END-IF.
069200     IF EM-HIRE-DATE < WS-MONTH-START-NUM AND
069300        (WS-EFF-TERM-DATE = ZERO OR
069400         WS-EFF-TERM-DATE NOT < WS-MONTH-START-NUM)
069500         MOVE WS-OPEN-CUT TO WS-CUT-STAMP
069600         PERFORM 2600-KEY-BEFORE-CUT
069700             THRU 2600-KEY-BEFORE-CUT-EXIT
069800         IF WS-AT-DEPT > ZERO
069900             ADD 1 TO WS-DST-OPENING(WS-AT-DEPT)
070000         END-IF
070100     END-IF.
070200     IF EM-HIRE-DATE NOT < WS-MONTH-START-NUM AND
070300        EM-HIRE-DATE < WS-NEXT-START-NUM
070400         PERFORM 2200-COUNT-HIRE
070500             THRU 2200-COUNT-HIRE-EXIT
070600     END-IF.
070700     IF WS-EFF-TERM-DATE NOT < WS-MONTH-START-NUM AND
070800        WS-EFF-TERM-DATE < WS-NEXT-START-NUM
070900         MOVE WS-EFF-TERM-DATE TO WS-CUT-DATE
071000         MOVE "240000"         TO WS-CUT-TIME
071100         PERFORM 2600-KEY-BEFORE-CUT
071200             THRU 2600-KEY-BEFORE-CUT-EXIT
071300         IF WS-AT-DEPT > ZERO
071400             ADD 1 TO WS-DST-TERMS(WS-AT-DEPT)
071500         END-IF
071600     END-IF.
071700     PERFORM 2300-COUNT-TRANSFER
071800         THRU 2300-COUNT-TRANSFER-EXIT
071900         VARYING WS-CHN-IDX FROM 1 BY 1
072000         UNTIL WS-CHN-IDX > WS-CHAIN-COUNT.
072100     IF EM-HIRE-DATE < WS-NEXT-START-NUM AND
072200        (WS-EFF-TERM-DATE = ZERO OR
072300         WS-EFF-TERM-DATE NOT < WS-NEXT-START-NUM)
072400         MOVE WS-CLOSE-CUT TO WS-CUT-STAMP
072500         PERFORM 2600-KEY-BEFORE-CUT
072600             THRU 2600-KEY-BEFORE-CUT-EXIT
072700         IF WS-AT-DEPT > ZERO
072800             ADD 1 TO WS-DST-CLOSING(WS-AT-DEPT)
072900             PERFORM 2400-CHECK-LEAVE-AT-CLOSE
073000                 THRU 2400-CHECK-LEAVE-AT-CLOSE-EXIT
073100             IF WS-ON-LEAVE-AT-CLOSE
073200                 ADD 1 TO WS-DST-ON-LEAVE(WS-AT-DEPT)
073300             END-IF
073400         END-IF
073500     END-IF.
073600 2000-PROCESS-EMPLOYEE-EXIT.
073700     EXIT.

073800*----------------------------------------------------------------
073900*  2100-BUILD-CHAIN - STARTING FROM THE CURRENT KEY, REPEATEDLY
074000*  FIND THE LATEST XFER LINE INTO THAT KEY THAT IS EARLIER THAN
074100*  THE ONE BEFORE IT, AND STEP BACK TO ITS OLD KEY. THE RESULT
074200*  IS THE EMPLOYEE'S TRANSFERS SINCE THE START OF THE MONTH,
074300*  LATEST FIRST.
074400*----------------------------------------------------------------
074500 2100-BUILD-CHAIN.
074600     MOVE ZERO        TO WS-CHAIN-COUNT.
074700     MOVE EM-ID       TO WS-CHAIN-CUR-ID.
074800     MOVE HIGH-VALUES TO WS-CHAIN-PREV-STAMP.
074900     SET WS-EVENT-FOUND TO TRUE.
075000     PERFORM 2150-CHAIN-ONE-STEP
075100         THRU 2150-CHAIN-ONE-STEP-EXIT
075200         UNTIL NOT WS-EVENT-FOUND.
075300 2100-BUILD-CHAIN-EXIT.
075400     EXIT.

075500 2150-CHAIN-ONE-STEP.
075600     MOVE 'N'    TO WS-EVENT-FOUND-SWITCH.
075700     MOVE SPACES TO WS-BEST-STAMP.
075800     PERFORM 2160-TEST-CHAIN-EVENT
075900         THRU 2160-TEST-CHAIN-EVENT-EXIT
076000         VARYING WS-EVT-IDX FROM 1 BY 1
076100         UNTIL WS-EVT-IDX > WS-EVENT-COUNT.
076200     IF NOT WS-EVENT-FOUND
076300         GO TO 2150-CHAIN-ONE-STEP-EXIT
076400     END-IF.
076500     IF WS-CHAIN-COUNT >= WS-MAX-CHAIN
076600         ADD 1 TO WS-CHAIN-OVERFLOW
076700         MOVE 'N' TO WS-EVENT-FOUND-SWITCH
076800         GO TO 2150-CHAIN-ONE-STEP-EXIT
076900     END-IF.
077000     ADD 1 TO WS-CHAIN-COUNT.
077100     MOVE WE-STAMP(WS-FOUND-EVT-IDX)
077200                             TO WCH-STAMP(WS-CHAIN-COUNT).
077300     MOVE WE-ID(WS-FOUND-EVT-IDX)
077400                             TO WCH-OLD-ID(WS-CHAIN-COUNT).
077500     MOVE WE-NEW-ID(WS-FOUND-EVT-IDX)
077600                             TO WCH-NEW-ID(WS-CHAIN-COUNT).
077700     MOVE WE-ID(WS-FOUND-EVT-IDX)     TO WS-CHAIN-CUR-ID.
077800     MOVE WE-STAMP(WS-FOUND-EVT-IDX)  TO WS-CHAIN-PREV-STAMP.
077900 2150-CHAIN-ONE-STEP-EXIT.
078000     EXIT.

078100 2160-TEST-CHAIN-EVENT.
078200     IF WE-XFER(WS-EVT-IDX) AND
078300        WE-NEW-ID(WS-EVT-IDX) = WS-CHAIN-CUR-ID AND
078400        WE-STAMP(WS-EVT-IDX) < WS-CHAIN-PREV-STAMP AND
078500        (NOT WS-EVENT-FOUND OR
078600         WE-STAMP(WS-EVT-IDX) > WS-BEST-STAMP)
078700         SET WS-EVENT-FOUND TO TRUE
078800         MOVE WS-EVT-IDX           TO WS-FOUND-EVT-IDX
078900         MOVE WE-STAMP(WS-EVT-IDX) TO WS-BEST-STAMP
079000     END-IF.
079100 2160-TEST-CHAIN-EVENT-EXIT.
079200     EXIT.

079300*----------------------------------------------------------------
079400*  2200-COUNT-HIRE - A HIRE DATE IN THE MONTH IS A REHIRE WHEN
079500*  A REHIRE LINE FOR ONE OF THE EMPLOYEE'S KEYS FALLS IN THE
079600*  MONTH, OTHERWISE A NEW HIRE. IT COUNTS IN THE DEPARTMENT
079700*  HELD AT THE START OF THE HIRE DAY.
079800*----------------------------------------------------------------
079900 2200-COUNT-HIRE.
080000     MOVE EM-HIRE-DATE TO WS-CUT-DATE.
080100     MOVE "000000"     TO WS-CUT-TIME.
080200     PERFORM 2600-KEY-BEFORE-CUT
080300         THRU 2600-KEY-BEFORE-CUT-EXIT.
080400     IF WS-AT-DEPT = ZERO
080500         GO TO 2200-COUNT-HIRE-EXIT
080600     END-IF.
080700     MOVE 'N' TO WS-EVENT-FOUND-SWITCH.
080800     PERFORM 2250-TEST-REHIRE-EVENT
080900         THRU 2250-TEST-REHIRE-EVENT-EXIT
081000         VARYING WS-EVT-IDX FROM 1 BY 1
081100         UNTIL WS-EVT-IDX > WS-EVENT-COUNT
081200            OR WS-EVENT-FOUND.
081300     IF WS-EVENT-FOUND
081400         ADD 1 TO WS-DST-REHIRES(WS-AT-DEPT)
081500     ELSE
081600         ADD 1 TO WS-DST-HIRES(WS-AT-DEPT)
081700     END-IF.
081800 2200-COUNT-HIRE-EXIT.
081900     EXIT.

082000 2250-TEST-REHIRE-EVENT.
082100     IF WE-STATUS-ACTION(WS-EVT-IDX) AND
082200        WE-ACTION(WS-EVT-IDX) = "REHIRE" AND
082300        WE-STAMP(WS-EVT-IDX) < WS-CLOSE-CUT
082400         MOVE WE-ID(WS-EVT-IDX) TO WS-TEST-ID
082500         PERFORM 2700-TEST-CHAIN-ID
082600             THRU 2700-TEST-CHAIN-ID-EXIT
082700         IF WS-CHAIN-ID-MATCH
082800             SET WS-EVENT-FOUND TO TRUE
082900         END-IF
083000     END-IF.
083100 2250-TEST-REHIRE-EVENT-EXIT.
083200     EXIT.

083300*----------------------------------------------------------------
083400*  2300-COUNT-TRANSFER - A CHAIN ENTRY STAMPED INSIDE THE MONTH,
083500*  WHILE THE EMPLOYEE WAS ON THE PAYROLL, IS A TRANSFER OUT OF
083600*  THE OLD DEPARTMENT AND INTO THE NEW ONE. A RENUMBERING INSIDE
083700*  ONE DEPARTMENT IS NOT A TRANSFER.
083800*----------------------------------------------------------------
083900 2300-COUNT-TRANSFER.
084000     IF WCH-STAMP(WS-CHN-IDX) NOT < WS-CLOSE-CUT OR
084100        WCH-STAMP(WS-CHN-IDX) < WS-OPEN-CUT
084200         GO TO 2300-COUNT-TRANSFER-EXIT
084300     END-IF.
084400     MOVE WCH-STAMP(WS-CHN-IDX)(1:6) TO WS-CHAIN-DATE.
084500     IF WS-CHAIN-DATE < EM-HIRE-DATE
084600         GO TO 2300-COUNT-TRANSFER-EXIT
084700     END-IF.
084800     IF WS-EFF-TERM-DATE NOT = ZERO AND
084900        WS-CHAIN-DATE > WS-EFF-TERM-DATE
085000         GO TO 2300-COUNT-TRANSFER-EXIT
085100     END-IF.
085200     IF WCH-OLD-DEPT-NO(WS-CHN-IDX) = WCH-NEW-DEPT-NO(WS-CHN-IDX)
085300         GO TO 2300-COUNT-TRANSFER-EXIT
085400     END-IF.
085500     IF WCH-OLD-DEPT-NO(WS-CHN-IDX) IS NUMERIC AND
085600        WCH-OLD-DEPT-NO(WS-CHN-IDX) >= WS-DEPT-LOW AND
085700        WCH-OLD-DEPT-NO(WS-CHN-IDX) <= WS-DEPT-HIGH
085800         ADD 1 TO WS-DST-XFER-OUT(WCH-OLD-DEPT-NO(WS-CHN-IDX))
085900     ELSE
086000         ADD 1 TO WS-OUT-OF-RANGE
086100     END-IF.
086200     IF WCH-NEW-DEPT-NO(WS-CHN-IDX) IS NUMERIC AND
086300        WCH-NEW-DEPT-NO(WS-CHN-IDX) >= WS-DEPT-LOW AND
086400        WCH-NEW-DEPT-NO(WS-CHN-IDX) <= WS-DEPT-HIGH
086500         ADD 1 TO WS-DST-XFER-IN(WCH-NEW-DEPT-NO(WS-CHN-IDX))
086600     ELSE
086700         ADD 1 TO WS-OUT-OF-RANGE
086800     END-IF.
086900 2300-COUNT-TRANSFER-EXIT.
087000     EXIT.

087100*----------------------------------------------------------------
087200*  2400-CHECK-LEAVE-AT-CLOSE - WAS THE EMPLOYEE ON LEAVE AT
087300*  MONTH END? THE LATEST LEAVE/RETURN LINE IN THE MONTH DECIDES
087400*  IT; FAILING THAT, THE EARLIEST ONE AFTER THE MONTH (A RETURN
087500*  MEANS THEY WERE ON LEAVE, A LEAVE THAT THEY WERE NOT);
087600*  FAILING THAT, NOTHING HAS CHANGED SINCE AND THE CURRENT
087700*  STATUS STANDS.
087800*----------------------------------------------------------------
087900 2400-CHECK-LEAVE-AT-CLOSE.
088000     MOVE 'N'    TO WS-EVENT-FOUND-SWITCH.
088100     MOVE SPACES TO WS-BEST-STAMP.
088200     PERFORM 2450-TEST-LEAVE-IN-MONTH
088300         THRU 2450-TEST-LEAVE-IN-MONTH-EXIT
088400         VARYING WS-EVT-IDX FROM 1 BY 1
088500         UNTIL WS-EVT-IDX > WS-EVENT-COUNT.
088600     IF WS-EVENT-FOUND
088700         IF WE-ACTION(WS-FOUND-EVT-IDX) = "LEAVE "
088800             SET WS-ON-LEAVE-AT-CLOSE TO TRUE
088900         ELSE
089000             MOVE 'N' TO WS-ON-LEAVE-SWITCH
089100         END-IF
089200         GO TO 2400-CHECK-LEAVE-AT-CLOSE-EXIT
089300     END-IF.
089400     MOVE HIGH-VALUES TO WS-BEST-STAMP.
089500     PERFORM 2460-TEST-LEAVE-AFTER-MONTH
089600         THRU 2460-TEST-LEAVE-AFTER-MONTH-EXIT
089700         VARYING WS-EVT-IDX FROM 1 BY 1
089800         UNTIL WS-EVT-IDX > WS-EVENT-COUNT.
089900     IF WS-EVENT-FOUND
090000         IF WE-ACTION(WS-FOUND-EVT-IDX) = "RETURN"
090100             SET WS-ON-LEAVE-AT-CLOSE TO TRUE
090200         ELSE
090300             MOVE 'N' TO WS-ON-LEAVE-SWITCH
090400         END-IF
090500         GO TO 2400-CHECK-LEAVE-AT-CLOSE-EXIT
090600     END-IF.
090700     IF EM-STA-ON-LEAVE
090800         SET WS-ON-LEAVE-AT-CLOSE TO TRUE
090900     ELSE
091000         MOVE 'N' TO WS-ON-LEAVE-SWITCH
091100     END-IF.
091200 2400-CHECK-LEAVE-AT-CLOSE-EXIT.
091300     EXIT.

091400 2450-TEST-LEAVE-IN-MONTH.
091500     IF WE-STATUS-ACTION(WS-EVT-IDX) AND
091600        (WE-ACTION(WS-EVT-IDX) = "LEAVE " OR "RETURN") AND
091700        WE-STAMP(WS-EVT-IDX) < WS-CLOSE-CUT AND
091800        WE-STAMP(WS-EVT-IDX) NOT < WS-BEST-STAMP
091900         MOVE WE-ID(WS-EVT-IDX) TO WS-TEST-ID
092000         PERFORM 2700-TEST-CHAIN-ID
092100             THRU 2700-TEST-CHAIN-ID-EXIT
092200         IF WS-CHAIN-ID-MATCH
092300             SET WS-EVENT-FOUND TO TRUE
092400             MOVE WS-EVT-IDX           TO WS-FOUND-EVT-IDX
092500             MOVE WE-STAMP(WS-EVT-IDX) TO WS-BEST-STAMP
092600         END-IF
092700     END-IF.
092800 2450-TEST-LEAVE-IN-MONTH-EXIT.
092900     EXIT.

093000 2460-TEST-LEAVE-AFTER-MONTH.
093100     IF WE-STATUS-ACTION(WS-EVT-IDX) AND
093200        (WE-ACTION(WS-EVT-IDX) = "LEAVE " OR "RETURN") AND
093300        WE-STAMP(WS-EVT-IDX) NOT < WS-CLOSE-CUT AND
093400        WE-STAMP(WS-EVT-IDX) < WS-BEST-STAMP
093500         MOVE WE-ID(WS-EVT-IDX) TO WS-TEST-ID
093600         PERFORM 2700-TEST-CHAIN-ID
093700             THRU 2700-TEST-CHAIN-ID-EXIT
093800         IF WS-CHAIN-ID-MATCH
093900             SET WS-EVENT-FOUND TO TRUE
094000             MOVE WS-EVT-IDX           TO WS-FOUND-EVT-IDX
094100             MOVE WE-STAMP(WS-EVT-IDX) TO WS-BEST-STAMP
094200         END-IF
094300     END-IF.
094400 2460-TEST-LEAVE-AFTER-MONTH-EXIT.
094500     EXIT.

094600*----------------------------------------------------------------
094700*  2600-KEY-BEFORE-CUT - THE KEY THE EMPLOYEE HELD JUST BEFORE
094800*  WS-CUT-STAMP: STEP BACK OVER EVERY CHAIN ENTRY STAMPED AT OR
094900*  AFTER IT. WS-AT-DEPT IS ITS DEPARTMENT, OR ZERO WHEN THAT IS
095000*  OUTSIDE THE EMPLIM RANGE (COUNTED AS OUT OF RANGE).
095100*----------------------------------------------------------------
095200 2600-KEY-BEFORE-CUT.
095300     MOVE EM-ID TO WS-AT-ID.
095400     MOVE 'N' TO WS-STEP-DONE-SWITCH.
095500     PERFORM 2650-STEP-BACK
095600         THRU 2650-STEP-BACK-EXIT
095700         VARYING WS-CHN-IDX FROM 1 BY 1
095800         UNTIL WS-CHN-IDX > WS-CHAIN-COUNT
095900            OR WS-STEP-DONE.
096000     IF WS-AT-ID-DEPT IS NUMERIC AND
096100        WS-AT-ID-DEPT >= WS-DEPT-LOW AND
096200        WS-AT-ID-DEPT <= WS-DEPT-HIGH
096300         MOVE WS-AT-ID-DEPT TO WS-AT-DEPT
096400     ELSE
096500         MOVE ZERO TO WS-AT-DEPT
096600         ADD 1 TO WS-OUT-OF-RANGE
096700     END-IF.
096800 2600-KEY-BEFORE-CUT-EXIT.
096900     EXIT.

097000 2650-STEP-BACK.
097100     IF WCH-STAMP(WS-CHN-IDX) < WS-CUT-STAMP
097200         SET WS-STEP-DONE TO TRUE
097300     ELSE
097400         MOVE WCH-OLD-ID(WS-CHN-IDX) TO WS-AT-ID
097500     END-IF.
097600 2650-STEP-BACK-EXIT.
097700     EXIT.

097800*----------------------------------------------------------------
097900*  2700-TEST-CHAIN-ID - IS WS-TEST-ID ONE OF THE KEYS THE
098000*  EMPLOYEE HAS HELD SINCE THE START OF THE MONTH?
098100*----------------------------------------------------------------
098200 2700-TEST-CHAIN-ID.
098300     MOVE 'N' TO WS-CHAIN-ID-SWITCH.
098400     IF WS-TEST-ID = EM-ID
098500         SET WS-CHAIN-ID-MATCH TO TRUE
098600         GO TO 2700-TEST-CHAIN-ID-EXIT
098700     END-IF.
098800     PERFORM 2750-TEST-CHAIN-ENTRY
098900         THRU 2750-TEST-CHAIN-ENTRY-EXIT
099000         VARYING WS-CHN-IDX FROM 1 BY 1
099100         UNTIL WS-CHN-IDX > WS-CHAIN-COUNT
099200            OR WS-CHAIN-ID-MATCH.
099300 2700-TEST-CHAIN-ID-EXIT.
099400     EXIT.

099500 2750-TEST-CHAIN-ENTRY.
099600     IF WCH-OLD-ID(WS-CHN-IDX) = WS-TEST-ID
099700         SET WS-CHAIN-ID-MATCH TO TRUE
099800     END-IF.
099900 2750-TEST-CHAIN-ENTRY-EXIT.
100000     EXIT.

100100*----------------------------------------------------------------
100200*  4000-PRINT-REPORT - ONE LINE PER DEPARTMENT THAT IS ON
100300*  DEPT-MASTER OR HAD ANY COUNT, THEN THE COMPANY TOTAL AND THE
100400*  BALANCE PROOF
100500*----------------------------------------------------------------
100600 4000-PRINT-REPORT.
100700     PERFORM 4900-PRINT-PAGE-HEADERS
100800         THRU 4900-PRINT-PAGE-HEADERS-EXIT.
100900     PERFORM 4100-PRINT-DEPARTMENT
101000         THRU 4100-PRINT-DEPARTMENT-EXIT
101100         VARYING WS-DPT-IDX FROM WS-DEPT-LOW BY 1
101200         UNTIL WS-DPT-IDX > WS-DEPT-HIGH.
101300     PERFORM 4500-PRINT-TOTALS
101400         THRU 4500-PRINT-TOTALS-EXIT.
101500 4000-PRINT-REPORT-EXIT.
101600     EXIT.

101700*----------------------------------------------------------------
101800*  4100-PRINT-DEPARTMENT - PRINT ONE DEPARTMENT AND ADD IT TO
101900*  THE COMPANY TOTALS
102000*----------------------------------------------------------------
102100 4100-PRINT-DEPARTMENT.
102200     IF WS-DPT-ON-FILE(WS-DPT-IDX) NOT = 'Y' AND
102300        WS-DST-OPENING(WS-DPT-IDX)  = ZERO AND
102400        WS-DST-HIRES(WS-DPT-IDX)    = ZERO AND
102500        WS-DST-REHIRES(WS-DPT-IDX)  = ZERO AND
102600        WS-DST-TERMS(WS-DPT-IDX)    = ZERO AND
102700        WS-DST-XFER-IN(WS-DPT-IDX)  = ZERO AND
102800        WS-DST-XFER-OUT(WS-DPT-IDX) = ZERO AND
102900        WS-DST-CLOSING(WS-DPT-IDX)  = ZERO
103000         GO TO 4100-PRINT-DEPARTMENT-EXIT
103100     END-IF.
103200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
103300         PERFORM 4900-PRINT-PAGE-HEADERS
103400             THRU 4900-PRINT-PAGE-HEADERS-EXIT
103500     END-IF.
103600     MOVE WS-DPT-IDX TO WD-DEPT.
103700     IF WS-DPT-ON-FILE(WS-DPT-IDX) = 'Y'
103800         MOVE WS-DPT-NAME-ENTRY(WS-DPT-IDX) TO WD-DEPT-NAME
103900     ELSE
104000         MOVE "** NOT ON DEPT-MASTER **"    TO WD-DEPT-NAME
104100     END-IF.
104200     MOVE WS-DST-OPENING(WS-DPT-IDX)  TO WD-OPENING.
104300     MOVE WS-DST-HIRES(WS-DPT-IDX)    TO WD-HIRES.
104400     MOVE WS-DST-REHIRES(WS-DPT-IDX)  TO WD-REHIRES.
104500     MOVE WS-DST-TERMS(WS-DPT-IDX)    TO WD-TERMS.
104600     MOVE WS-DST-XFER-IN(WS-DPT-IDX)  TO WD-XFER-IN.
104700     MOVE WS-DST-XFER-OUT(WS-DPT-IDX) TO WD-XFER-OUT.
104800     MOVE WS-DST-ON-LEAVE(WS-DPT-IDX) TO WD-ON-LEAVE.
104900     MOVE WS-DST-CLOSING(WS-DPT-IDX)  TO WD-CLOSING.
105000     ADD WS-DST-OPENING(WS-DPT-IDX) WS-DST-CLOSING(WS-DPT-IDX)
105100         GIVING WS-AVERAGE-TWICE.
105200     MOVE WS-DST-TERMS(WS-DPT-IDX) TO WS-BALANCE-WORK.
105300     PERFORM 4800-COMPUTE-TURNOVER
105400         THRU 4800-COMPUTE-TURNOVER-EXIT.
105500     WRITE HEADCOUNT-RPT-RECORD FROM WS-DETAIL-LINE.
105600     ADD 1 TO WS-LINE-COUNT.
105700     ADD 1 TO WS-DEPTS-PRINTED.
105800     ADD WS-DST-OPENING(WS-DPT-IDX)  TO WS-TOT-OPENING.
105900     ADD WS-DST-HIRES(WS-DPT-IDX)    TO WS-TOT-HIRES.
106000     ADD WS-DST-REHIRES(WS-DPT-IDX)  TO WS-TOT-REHIRES.
106100     ADD WS-DST-TERMS(WS-DPT-IDX)    TO WS-TOT-TERMS.
106200     ADD WS-DST-XFER-IN(WS-DPT-IDX)  TO WS-TOT-XFER-IN.
106300     ADD WS-DST-XFER-OUT(WS-DPT-IDX) TO WS-TOT-XFER-OUT.
106400     ADD WS-DST-ON-LEAVE(WS-DPT-IDX) TO WS-TOT-ON-LEAVE.
106500     ADD WS-DST-CLOSING(WS-DPT-IDX)  TO WS-TOT-CLOSING.
106600 4100-PRINT-DEPARTMENT-EXIT.
106700     EXIT.

106800*----------------------------------------------------------------
106900*  4500-PRINT-TOTALS - THE COMPANY TOTAL LINE AND THE PROOF THAT
107000*  OPENING PLUS MOVEMENTS EQUALS CLOSING
107100*----------------------------------------------------------------
107200 4500-PRINT-TOTALS.
107300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 6
107400         PERFORM 4900-PRINT-PAGE-HEADERS
107500             THRU 4900-PRINT-PAGE-HEADERS-EXIT
107600     END-IF.
107700     WRITE HEADCOUNT-RPT-RECORD FROM SPACES.
107800     MOVE SPACES              TO WD-DEPT.
107900     MOVE "COMPANY TOTAL"     TO WD-DEPT-NAME.
108000     MOVE WS-TOT-OPENING      TO WD-OPENING.
108100     MOVE WS-TOT-HIRES        TO WD-HIRES.
108200     MOVE WS-TOT-REHIRES      TO WD-REHIRES.
108300     MOVE WS-TOT-TERMS        TO WD-TERMS.
108400     MOVE WS-TOT-XFER-IN      TO WD-XFER-IN.
108500     MOVE WS-TOT-XFER-OUT     TO WD-XFER-OUT.
108600     MOVE WS-TOT-ON-LEAVE     TO WD-ON-LEAVE.
108700     MOVE WS-TOT-CLOSING      TO WD-CLOSING.
108800     ADD WS-TOT-OPENING WS-TOT-CLOSING GIVING WS-AVERAGE-TWICE.
108900     MOVE WS-TOT-TERMS        TO WS-BALANCE-WORK.
109000     PERFORM 4800-COMPUTE-TURNOVER
109100         THRU 4800-COMPUTE-TURNOVER-EXIT.
109200     WRITE HEADCOUNT-RPT-RECORD FROM WS-DETAIL-LINE.
109300     COMPUTE WS-BALANCE-WORK = WS-TOT-OPENING + WS-TOT-HIRES
109400                             + WS-TOT-REHIRES - WS-TOT-TERMS
109500                             + WS-TOT-XFER-IN - WS-TOT-XFER-OUT.
109600     MOVE WS-BALANCE-WORK     TO WB-COMPUTED.
109700     MOVE WS-TOT-CLOSING      TO WB-CLOSING.
109800     IF WS-BALANCE-WORK = WS-TOT-CLOSING
109900         MOVE "BALANCED"                TO WB-RESULT
110000     ELSE
110100         MOVE "*** OUT OF BALANCE ***"  TO WB-RESULT
110200         DISPLAY "HEADCNT: COMPANY TOTAL OUT OF BALANCE"
110300     END-IF.
110400     WRITE HEADCOUNT-RPT-RECORD FROM SPACES.
110500     WRITE HEADCOUNT-RPT-RECORD FROM WS-BALANCE-LINE.
110600     IF WS-EVENT-OVERFLOW > ZERO
110700         MOVE "LOG TABLE FULL - LINES NOT LOADED:" TO WW-TEXT
110800         MOVE WS-EVENT-OVERFLOW   TO WW-COUNT
110900         WRITE HEADCOUNT-RPT-RECORD FROM WS-WARNING-LINE
111000     END-IF.
111100     IF WS-CHAIN-OVERFLOW > ZERO
111200         MOVE "TRANSFER CHAINS CUT SHORT:" TO WW-TEXT
111300         MOVE WS-CHAIN-OVERFLOW   TO WW-COUNT
111400         WRITE HEADCOUNT-RPT-RECORD FROM WS-WARNING-LINE
111500     END-IF.
111600     IF WS-OUT-OF-RANGE > ZERO
111700         MOVE "COUNTS WITH A DEPARTMENT OUTSIDE EMPLIM:"
111800                                  TO WW-TEXT
111900         MOVE WS-OUT-OF-RANGE     TO WW-COUNT
112000         WRITE HEADCOUNT-RPT-RECORD FROM WS-WARNING-LINE
112100     END-IF.
112200 4500-PRINT-TOTALS-EXIT.
112300     EXIT.

112400*----------------------------------------------------------------
112500*  4800-COMPUTE-TURNOVER - TERMINATIONS (IN WS-BALANCE-WORK) AS
112600*  A PERCENTAGE OF THE AVERAGE OF OPENING AND CLOSING HEADCOUNT
112700*  (WS-AVERAGE-TWICE HOLDS THEIR SUM). NO HEADCOUNT AT EITHER
112800*  END GIVES ZERO.
112900*----------------------------------------------------------------
113000 4800-COMPUTE-TURNOVER.
113100     IF WS-AVERAGE-TWICE = ZERO
113200         MOVE ZERO TO WS-TURNOVER-PCT
113300     ELSE
113400         COMPUTE WS-TURNOVER-PCT ROUNDED =
113500             (WS-BALANCE-WORK * 200) / WS-AVERAGE-TWICE
113600             ON SIZE ERROR
113700                 MOVE 999.9 TO WS-TURNOVER-PCT
113800         END-COMPUTE
113900     END-IF.
114000     MOVE WS-TURNOVER-PCT TO WD-TURNOVER.
114100 4800-COMPUTE-TURNOVER-EXIT.
114200     EXIT.

114300*----------------------------------------------------------------
114400*  4900-PRINT-PAGE-HEADERS - START A NEW PAGE WITH THE RUN DATE,
114500*  PAGE NUMBER, REPORT MONTH AND COLUMN HEADINGS
114600*----------------------------------------------------------------
114700 4900-PRINT-PAGE-HEADERS.
114800     ADD 1 TO WS-PAGE-COUNT.
114900     MOVE WS-RUN-MM     TO WR1-RUN-MM.
115000     MOVE WS-RUN-DD     TO WR1-RUN-DD.
115100     MOVE WS-RUN-YY     TO WR1-RUN-YY.
115200     MOVE WS-PAGE-COUNT TO WR1-PAGE-NO.
115300     MOVE WS-RPT-MM     TO WR2-MM.
115400     MOVE WS-RPT-YY     TO WR2-YY.
115500     IF WS-PAGE-COUNT > 1
115600         WRITE HEADCOUNT-RPT-RECORD FROM SPACES
115700             AFTER ADVANCING PAGE
115800     END-IF.
115900     WRITE HEADCOUNT-RPT-RECORD FROM WS-PAGE-HEADER-1.
116000     WRITE HEADCOUNT-RPT-RECORD FROM WS-PAGE-HEADER-2.
116100     WRITE HEADCOUNT-RPT-RECORD FROM SPACES.
116200     WRITE HEADCOUNT-RPT-RECORD FROM WS-COLUMN-HEADER-1.
116300     WRITE HEADCOUNT-RPT-RECORD FROM WS-COLUMN-HEADER-2.
116400     WRITE HEADCOUNT-RPT-RECORD FROM SPACES.
116500     MOVE ZERO TO WS-LINE-COUNT.
116600 4900-PRINT-PAGE-HEADERS-EXIT.
116700     EXIT.

116800*----------------------------------------------------------------
116900*  3000-TERMINATE - REPORT THE COUNTS AND CLOSE WHATEVER IS OPEN
117000*----------------------------------------------------------------
117100 3000-TERMINATE.
117200     IF NOT WS-INIT-FAILED
117300         DISPLAY "HEADCNT: MONTH " WS-RPT-MM "/" WS-RPT-YY
117400             " MASTER RECORDS READ = " WS-RECORDS-READ
117500             " DEPARTMENTS = " WS-DEPTS-PRINTED
117600         DISPLAY "HEADCNT: OPENING = " WS-TOT-OPENING
117700             " CLOSING = " WS-TOT-CLOSING
117800     END-IF.
117900     IF WS-EMPMAST-OPEN
118000         CLOSE EMPLOYEE-MASTER
118100     END-IF.
118200     IF WS-HDCRPT-OPEN
118300         CLOSE HEADCOUNT-RPT
118400     END-IF.
118500 3000-TERMINATE-EXIT.
118600     EXIT.
