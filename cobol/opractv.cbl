000100*****************************************************************
000200*  PROGRAM     :  OPRACTV
000300*  AUTHOR      :  J. HANSOUL
000400*  INSTALLATION:  DATA PROCESSING
000500*  DATE-WRITTEN:  10/15/2026
000600*  DATE-COMPILED:
000700*----------------------------------------------------------------
000800*  PURPOSE     :  OPERATOR ACTIVITY AND SECURITY EXCEPTION REPORT
000900*                 FOR A DATE RANGE. THE RANGE COMES FROM THE
001000*                 OPAPARM PARAMETER RECORD (FROM AND THRU DATES,
001100*                 YYMMDD) AND IS THE PREVIOUS CALENDAR QUARTER
001200*                 WHEN THE RECORD IS ABSENT - THE QUARTERLY
001300*                 SECURITY REVIEW RUN.
001400*
001500*                 EVERY OPERATOR LOG IS READ FOR THE RANGE:
001600*                 CHANGE-ARCH AND CHANGE-HIST (EMPMAINT,
001700*                 NAME_AND_ID, PENDAPLY AND EMPPURGE LINES),
001800*                 SUSPENSE-CLEAR-LOG (SUSMAINT), DPTCHG
001900*                 (DEPTMAINT) AND THE RUNLOCK OVERRIDE LINES ON
002000*                 AUDIT-LOG. PART ONE IS ONE LINE PER OPERATOR
002100*                 COUNTING ADDS, CHANGES, DELETES, TERMINATIONS,
002200*                 REHIRES, LEAVES/RETURNS, TRANSFERS, SUSPENSE
002300*                 PROMOTES AND CLEARS, DEPARTMENT EDITS, PENDING
002400*                 ACTIONS KEYED, CANCELLED AND FAILED, PURGES,
002500*                 DENIALS AND LOCK OVERRIDES.
002600*
002700*                 PART TWO IS THE EXCEPTIONS: EVERY DENY-X LINE
002800*                 ON CHANGE-HIST AND DPTCHG, EVERY STALE-LOCK
002900*                 OVERRIDE, EVERY OPERATOR ID IN THE LOGS THAT IS
003000*                 NOT ON OPERATOR-AUTH (THE BATCH IDS NAMEID AND
003100*                 EMPPURGE ARE NOT OPERATORS AND ARE NOT LISTED),
003200*                 AND EVERY EMPLOYEE ADDED AND THEN TERMINATED BY
003300*                 THE SAME OPERATOR WITHIN THE RANGE. TRANSFERS
003400*                 BETWEEN THE ADD AND THE TERMINATION ARE
003500*                 FOLLOWED, SO A MOVE TO A NEW ID DOES NOT HIDE
003600*                 THE PAIR.
003700*----------------------------------------------------------------
003800*  MODIFICATION HISTORY
003900*    DATE       INIT  DESCRIPTION
004000*    10/15/2026 JH    ORIGINAL PROGRAM.
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
004300     PROGRAM-ID.     OPRACTV.
004400     AUTHOR.         J. HANSOUL.
004500     INSTALLATION.   DATA PROCESSING.
004600     DATE-WRITTEN.   10/15/2026.
004700     DATE-COMPILED.

004800*----------------------------------------------------------------
004900*  ENVIRONMENT DIVISION
005000*----------------------------------------------------------------
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300     SOURCE-COMPUTER.   IBM-370.
005400     OBJECT-COMPUTER.   IBM-370.

005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT ACTIVITY-PARM ASSIGN TO "OPAPARM"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-OPAPARM-STATUS.
006000     SELECT OPERATOR-AUTH ASSIGN TO "OPERAUTH"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-OPERAUTH-STATUS.
006300     SELECT CHANGE-ARCH   ASSIGN TO "EMPCHGA"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CHGARCH-STATUS.
006600     SELECT CHANGE-HIST   ASSIGN TO "EMPCHG"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CHGHIST-STATUS.
006900     SELECT SUSPENSE-CLEAR-LOG ASSIGN TO "SUSCLRLOG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CLRLOG-STATUS.
007200     SELECT DEPT-CHANGE-HIST ASSIGN TO "DPTCHG"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-DPTCHG-STATUS.
007500     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-AUDIT-STATUS.
007800     SELECT ACTIVITY-RPT  ASSIGN TO "OPARPT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-OPARPT-STATUS.

008100*----------------------------------------------------------------
008200*  DATA DIVISION
008300*----------------------------------------------------------------
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  ACTIVITY-PARM
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  ACTIVITY-PARM-RECORD.
009000     05  AP-FROM-DATE         PIC X(06).
009100     05  FILLER               PIC X(01).
009200     05  AP-THRU-DATE         PIC X(06).

009300 FD  OPERATOR-AUTH
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  OPERATOR-AUTH-RECORD.
009700     05  OA-OPERATOR-ID       PIC X(08).
009800     05  OA-ALLOW-ADD         PIC X(01).
009900     05  OA-ALLOW-CHANGE      PIC X(01).
010000     05  OA-ALLOW-DELETE      PIC X(01).

010100 FD  CHANGE-ARCH
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  CHANGE-ARCH-RECORD       PIC X(120).

010500 FD  CHANGE-HIST
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  CHANGE-HIST-RECORD       PIC X(120).

010900 FD  SUSPENSE-CLEAR-LOG
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 01  SUSPENSE-CLEAR-LOG-RECORD PIC X(90).

011300 FD  DEPT-CHANGE-HIST
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600 01  DEPT-CHANGE-HIST-RECORD  PIC X(120).

011700 FD  AUDIT-LOG
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000 01  AUDIT-LOG-RECORD         PIC X(80).

012100 FD  ACTIVITY-RPT
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400 01  ACTIVITY-RPT-RECORD      PIC X(132).

012500 WORKING-STORAGE SECTION.

012600*----------------------------------------------------------------
012700*  WS-LOG-LINE - ONE LINE FROM ANY OF THE OPERATOR LOGS. ALL OF
012800*  THEM START WITH MM/DD/YY HH:MM:SS AND THE OPERATOR ID IN
012900*  COLUMNS 19-26; WHAT FOLLOWS DEPENDS ON THE LOG:
013000*    WG-CHG-PORTION  CHANGE-HIST STANDARD LINE (ACTION, DEPT-EMP)
013100*                    AND DPTCHG (ACTION, DEPARTMENT CODE)
013200*    WG-XFER-PORTION CHANGE-HIST XFER LINE (OLD AND NEW IDS)
013300*    WG-SUS-PORTION  SUSPENSE-CLEAR-LOG (ID, NAME, OUTCOME)
013400*    WG-OVR-PORTION  AUDIT-LOG RUNLOCK OVERRIDE (HOLDER, SINCE)
013500*  SHORTER RECORDS ARE READ INTO IT SPACE-FILLED.
013600*----------------------------------------------------------------
013700 01  WS-LOG-LINE.
013800     05  WG-DATE.
013900         10  WG-MM            PIC X(02).
014000         10  FILLER           PIC X(01).
014100         10  WG-DD            PIC X(02).
014200         10  FILLER           PIC X(01).
014300         10  WG-YY            PIC X(02).
014400     05  FILLER               PIC X(01).
014500     05  WG-TIME              PIC X(08).
014600     05  FILLER               PIC X(01).
014700     05  WG-OPERATOR-ID       PIC X(08).
014800     05  WG-CHG-PORTION.
014900         10  FILLER           PIC X(01).
015000         10  WG-ACTION.
015100             15  WG-ACTION-PREFIX PIC X(05).
015200             15  WG-ACTION-CODE   PIC X(01).
015300         10  FILLER           PIC X(01).
015400         10  WG-KEY.
015500             15  WG-DEPT      PIC X(03).
015600             15  FILLER       PIC X(01).
015700             15  WG-EMP-NO    PIC X(05).
015800         10  FILLER           PIC X(77).
015900     05  WG-XFER-PORTION REDEFINES WG-CHG-PORTION.
016000         10  WG-X-TAG         PIC X(06).
016100         10  WG-X-OLD-DEPT    PIC X(03).
016200         10  FILLER           PIC X(01).
016300         10  WG-X-OLD-EMP-NO  PIC X(05).
016400         10  FILLER           PIC X(04).
016500         10  WG-X-NEW-DEPT    PIC X(03).
016600         10  FILLER           PIC X(01).
016700         10  WG-X-NEW-EMP-NO  PIC X(05).
016800         10  FILLER           PIC X(66).
016900     05  WG-SUS-PORTION REDEFINES WG-CHG-PORTION.
017000         10  FILLER           PIC X(01).
017100         10  WG-S-DEPT        PIC X(03).
017200         10  FILLER           PIC X(01).
017300         10  WG-S-EMP-NO      PIC X(05).
017400         10  FILLER           PIC X(01).
017500         10  WG-S-NAME        PIC X(30).
017600         10  FILLER           PIC X(01).
017700         10  WG-S-OUTCOME     PIC X(19).
017800         10  FILLER           PIC X(33).
017900     05  WG-OVR-PORTION REDEFINES WG-CHG-PORTION.
018000         10  WG-V-TAG         PIC X(25).
018100         10  FILLER           PIC X(01).
018200         10  WG-V-HOLDER      PIC X(08).
018300         10  FILLER           PIC X(07).
018400         10  WG-V-LOCK-DATE   PIC X(06).
018500         10  FILLER           PIC X(01).
018600         10  WG-V-LOCK-TIME   PIC X(06).
018700         10  FILLER           PIC X(40).

018800 01  WS-SWITCHES.
018900     05  WS-INIT-FAILED-SWITCH PIC X(01) VALUE 'N'.
019000         88  WS-INIT-FAILED              VALUE 'Y'.
019100     05  WS-OPERAUTH-EOF-SWITCH PIC X(01) VALUE 'N'.
019200         88  WS-OPERAUTH-EOF            VALUE 'Y'.
019300     05  WS-AUTH-LOADED-SWITCH PIC X(01) VALUE 'N'.
019400         88  WS-AUTH-LOADED             VALUE 'Y'.
019500     05  WS-ARCH-EOF-SWITCH   PIC X(01) VALUE 'N'.
019600         88  WS-ARCH-EOF                VALUE 'Y'.
019700     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
019800         88  WS-HIST-EOF                VALUE 'Y'.
019900     05  WS-CLRLOG-EOF-SWITCH PIC X(01) VALUE 'N'.
020000         88  WS-CLRLOG-EOF              VALUE 'Y'.
020100     05  WS-DPTCHG-EOF-SWITCH PIC X(01) VALUE 'N'.
020200         88  WS-DPTCHG-EOF              VALUE 'Y'.
020300     05  WS-AUDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
020400         88  WS-AUDIT-EOF               VALUE 'Y'.
020500     05  WS-OPARPT-OPEN-SWITCH PIC X(01) VALUE 'N'.
020600         88  WS-OPARPT-OPEN             VALUE 'Y'.
020700     05  WS-IN-RANGE-SWITCH   PIC X(01) VALUE 'N'.
020800         88  WS-IN-RANGE                VALUE 'Y'.
020900     05  WS-SEARCH-DONE-SWITCH PIC X(01) VALUE 'N'.
021000         88  WS-SEARCH-DONE             VALUE 'Y'.

021100 01  WS-FILE-STATUSES.
021200     05  WS-OPAPARM-STATUS    PIC X(02) VALUE SPACES.
021300     05  WS-OPERAUTH-STATUS   PIC X(02) VALUE SPACES.
021400     05  WS-CHGARCH-STATUS    PIC X(02) VALUE SPACES.
021500     05  WS-CHGHIST-STATUS    PIC X(02) VALUE SPACES.
021600     05  WS-CLRLOG-STATUS     PIC X(02) VALUE SPACES.
021700     05  WS-DPTCHG-STATUS     PIC X(02) VALUE SPACES.
021800     05  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
021900     05  WS-OPARPT-STATUS     PIC X(02) VALUE SPACES.

022000 01  WS-COUNTERS COMP.
022100     05  WS-AUTH-COUNT        PIC 9(05) VALUE ZERO.
022200     05  WS-AUTH-OVERFLOW     PIC 9(05) VALUE ZERO.
022300     05  WS-OPR-COUNT         PIC 9(05) VALUE ZERO.
022400     05  WS-OPR-OVERFLOW      PIC 9(07) VALUE ZERO.
022500     05  WS-DENY-COUNT        PIC 9(05) VALUE ZERO.
022600     05  WS-DENY-OVERFLOW     PIC 9(07) VALUE ZERO.
022700     05  WS-OVR-COUNT         PIC 9(05) VALUE ZERO.
022800     05  WS-OVR-OVERFLOW      PIC 9(07) VALUE ZERO.
022900     05  WS-ADD-COUNT         PIC 9(05) VALUE ZERO.
023000     05  WS-ADD-OVERFLOW      PIC 9(07) VALUE ZERO.
023100     05  WS-PAIR-COUNT        PIC 9(05) VALUE ZERO.
023200     05  WS-NOAUTH-COUNT      PIC 9(05) VALUE ZERO.
023300     05  WS-LOGS-OPENED       PIC 9(05) VALUE ZERO.
023400     05  WS-AUTH-IDX          PIC 9(05) VALUE ZERO.
023500     05  WS-OPR-IDX           PIC 9(05) VALUE ZERO.
023600     05  WS-SHIFT-IDX         PIC 9(05) VALUE ZERO.
023700     05  WS-DENY-IDX          PIC 9(05) VALUE ZERO.
023800     05  WS-OVR-IDX           PIC 9(05) VALUE ZERO.
023900     05  WS-ADD-IDX           PIC 9(05) VALUE ZERO.
024000     05  WS-FOUND-ADD-IDX     PIC 9(05) VALUE ZERO.
024100     05  WS-LINE-COUNT        PIC 9(03) VALUE ZERO.
024200     05  WS-PAGE-COUNT        PIC 9(03) VALUE ZERO.

024300 01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 060.
024400 01  WS-MAX-AUTH              PIC 9(05) VALUE 00500.
024500 01  WS-MAX-OPERATORS         PIC 9(05) VALUE 00500.
024600 01  WS-MAX-DENIALS           PIC 9(05) VALUE 02000.
024700 01  WS-MAX-OVERRIDES         PIC 9(05) VALUE 00500.
024800 01  WS-MAX-ADDS              PIC 9(05) VALUE 05000.

024900*----------------------------------------------------------------
025000*  WS-SOURCE-COUNTS - LINES READ AND LINES IN THE RANGE FOR EACH
025100*  LOG, PRINTED AT THE END OF THE REPORT SO THE REVIEWER CAN SEE
025200*  WHAT WAS LOOKED AT. WS-SRC-MISSING IS 'Y' WHEN THE FILE COULD
025300*  NOT BE OPENED. ENTRIES: 1 CHANGE-ARCH, 2 CHANGE-HIST,
025400*  3 SUSPENSE-CLEAR-LOG, 4 DPTCHG, 5 AUDIT-LOG.
025500*----------------------------------------------------------------
025600 01  WS-SOURCE-NAME-VALUES.
025700     05  FILLER               PIC X(20) VALUE "CHANGE-ARCH".
025800     05  FILLER               PIC X(20) VALUE "CHANGE-HIST".
025900     05  FILLER               PIC X(20)
026000             VALUE "SUSPENSE-CLEAR-LOG".
026100     05  FILLER               PIC X(20) VALUE "DPTCHG".
026200     05  FILLER               PIC X(20) VALUE "AUDIT-LOG".
026300 01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-NAME-VALUES.
026400     05  WS-SRC-NAME OCCURS 5 TIMES
026500                              PIC X(20).

026600 01  WS-SOURCE-COUNTS.
026700     05  WS-SRC-ENTRY OCCURS 5 TIMES.
026800         10  WS-SRC-READ      PIC 9(07) COMP.
026900         10  WS-SRC-IN-RANGE  PIC 9(07) COMP.
027000         10  WS-SRC-MISSING   PIC X(01).

027100 01  WS-SRC-IDX               PIC 9(01) VALUE ZERO.

027200*----------------------------------------------------------------
027300*  WS-AUTH-TABLE - THE OPERATOR IDS ON OPERATOR-AUTH
027400*----------------------------------------------------------------
027500 01  WS-AUTH-TABLE.
027600     05  WS-AUTH-ID OCCURS 500 TIMES
027700                              PIC X(08).

027800*----------------------------------------------------------------
027900*  WS-OPERATOR-TABLE - ONE ENTRY PER OPERATOR ID SEEN IN THE
028000*  RANGE, KEPT IN OPERATOR ID ORDER. WO-AUTH-FLAG IS SET AFTER
028100*  THE LOGS ARE READ: 'Y' ON OPERATOR-AUTH, 'B' A BATCH ID,
028200*  'N' NEITHER. WO-FIRST-STAMP / WO-LAST-STAMP (YYMMDDHHMMSS)
028300*  BOUND THE OPERATOR'S LINES IN THE RANGE.
028400*----------------------------------------------------------------
028500 01  WS-OPERATOR-TABLE.
028600     05  WO-ENTRY OCCURS 500 TIMES.
028700         10  WO-OPERATOR-ID   PIC X(08).
028800         10  WO-AUTH-FLAG     PIC X(01).
028900             88  WO-ON-AUTH             VALUE 'Y'.
029000             88  WO-BATCH-ID            VALUE 'B'.
029100             88  WO-NOT-ON-AUTH         VALUE 'N'.
029200         10  WO-FIRST-STAMP   PIC X(12).
029300         10  WO-LAST-STAMP    PIC X(12).
029400         10  WO-COUNTS.
029500             15  WO-ADDS      PIC 9(05) COMP.
029600             15  WO-CHANGES   PIC 9(05) COMP.
029700             15  WO-DELETES   PIC 9(05) COMP.
029800             15  WO-TERMS     PIC 9(05) COMP.
029900             15  WO-REHIRES   PIC 9(05) COMP.
030000             15  WO-LEAVES    PIC 9(05) COMP.
030100             15  WO-XFERS     PIC 9(05) COMP.
030200             15  WO-PROMOTES  PIC 9(05) COMP.
030300             15  WO-CLEARS    PIC 9(05) COMP.
030400             15  WO-DEPT-EDITS PIC 9(05) COMP.
030500             15  WO-PENDED    PIC 9(05) COMP.
030600             15  WO-CANCELS   PIC 9(05) COMP.
030700             15  WO-FAILS     PIC 9(05) COMP.
030800             15  WO-PURGES    PIC 9(05) COMP.
030900             15  WO-DENIALS   PIC 9(05) COMP.
031000             15  WO-OVERRIDES PIC 9(05) COMP.

031100 01  WS-OPERATOR-TOTALS COMP.
031200     05  WS-TOT-ADDS          PIC 9(07) VALUE ZERO.
031300     05  WS-TOT-CHANGES       PIC 9(07) VALUE ZERO.
031400     05  WS-TOT-DELETES       PIC 9(07) VALUE ZERO.
031500     05  WS-TOT-TERMS         PIC 9(07) VALUE ZERO.
031600     05  WS-TOT-REHIRES       PIC 9(07) VALUE ZERO.
031700     05  WS-TOT-LEAVES        PIC 9(07) VALUE ZERO.
031800     05  WS-TOT-XFERS         PIC 9(07) VALUE ZERO.
031900     05  WS-TOT-PROMOTES      PIC 9(07) VALUE ZERO.
032000     05  WS-TOT-CLEARS        PIC 9(07) VALUE ZERO.
032100     05  WS-TOT-DEPT-EDITS    PIC 9(07) VALUE ZERO.
032200     05  WS-TOT-PENDED        PIC 9(07) VALUE ZERO.
032300     05  WS-TOT-CANCELS       PIC 9(07) VALUE ZERO.
032400     05  WS-TOT-FAILS         PIC 9(07) VALUE ZERO.
032500     05  WS-TOT-PURGES        PIC 9(07) VALUE ZERO.
032600     05  WS-TOT-DENIALS       PIC 9(07) VALUE ZERO.
032700     05  WS-TOT-OVERRIDES     PIC 9(07) VALUE ZERO.

032800*----------------------------------------------------------------
032900*  WS-DENY-TABLE - EVERY DENY-X LINE IN THE RANGE, IN THE ORDER
033000*  READ. WDN-SOURCE 'E' = CHANGE-HIST (EMPMAINT), 'D' = DPTCHG
033100*  (DEPTMAINT).
033200*----------------------------------------------------------------
033300 01  WS-DENY-TABLE.
033400     05  WDN-ENTRY OCCURS 2000 TIMES.
033500         10  WDN-DATE         PIC X(08).
033600         10  WDN-TIME         PIC X(08).
033700         10  WDN-OPERATOR-ID  PIC X(08).
033800         10  WDN-SOURCE       PIC X(01).
033900         10  WDN-ACTION.
034000             15  FILLER       PIC X(05).
034100             15  WDN-CODE     PIC X(01).
034200         10  WDN-KEY          PIC X(09).

034300*----------------------------------------------------------------
034400*  WS-OVERRIDE-TABLE - EVERY RUNLOCK OVERRIDE LINE IN THE RANGE
034500*----------------------------------------------------------------
034600 01  WS-OVERRIDE-TABLE.
034700     05  WOV-ENTRY OCCURS 500 TIMES.
034800         10  WOV-DATE         PIC X(08).
034900         10  WOV-TIME         PIC X(08).
035000         10  WOV-OPERATOR-ID  PIC X(08).
035100         10  WOV-HOLDER       PIC X(08).
035200         10  WOV-LOCK-DATE    PIC X(06).
035300         10  WOV-LOCK-TIME    PIC X(06).

035400*----------------------------------------------------------------
035500*  WS-ADD-TABLE - EVERY ADD LINE IN THE RANGE. WAD-CUR-ID
035600*  STARTS AS THE ID ADDED AND FOLLOWS THE EMPLOYEE THROUGH ANY
035700*  XFER LINES; A TERM LINE FOR THAT ID BY THE SAME OPERATOR FILLS
035800*  IN THE TERM FIELDS AND MAKES THE ENTRY AN ADD/TERM PAIR.
035900*----------------------------------------------------------------
036000 01  WS-ADD-TABLE.
036100     05  WAD-ENTRY OCCURS 5000 TIMES.
036200         10  WAD-OPERATOR-ID  PIC X(08).
036300         10  WAD-ADD-ID       PIC X(09).
036400         10  WAD-CUR-ID       PIC X(09).
036500         10  WAD-ADD-DATE     PIC X(08).
036600         10  WAD-ADD-TIME     PIC X(08).
036700         10  WAD-TERM-ID      PIC X(09).
036800         10  WAD-TERM-DATE    PIC X(08).
036900         10  WAD-TERM-TIME    PIC X(08).

037000*----------------------------------------------------------------
037100*  DATE RANGE. WS-FROM-DATE / WS-THRU-DATE ARE YYMMDD; A LOG
037200*  LINE'S MM/DD/YY IS TURNED INTO WS-LINE-DATE TO COMPARE.
037300*----------------------------------------------------------------
037400 01  WS-FROM-DATE.
037500     05  WS-FROM-YY           PIC 9(02).
037600     05  WS-FROM-MM           PIC 9(02).
037700     05  WS-FROM-DD           PIC 9(02).
037800 01  WS-FROM-NUM REDEFINES WS-FROM-DATE
037900                              PIC 9(06).

038000 01  WS-THRU-DATE.
038100     05  WS-THRU-YY           PIC 9(02).
038200     05  WS-THRU-MM           PIC 9(02).
038300     05  WS-THRU-DD           PIC 9(02).
038400 01  WS-THRU-NUM REDEFINES WS-THRU-DATE
038500                              PIC 9(06).

038600 01  WS-LINE-DATE.
038700     05  WS-LINE-YY           PIC X(02).
038800     05  WS-LINE-MM           PIC X(02).
038900     05  WS-LINE-DD           PIC X(02).
039000 01  WS-LINE-NUM REDEFINES WS-LINE-DATE
039100                              PIC 9(06).

039200 01  WS-LINE-STAMP.
039300     05  WS-LS-DATE           PIC X(06).
039400     05  WS-LS-HH             PIC X(02).
039500     05  WS-LS-MIN            PIC X(02).
039600     05  WS-LS-SEC            PIC X(02).

039700 01  WS-PARM-DATE.
039800     05  WS-PARM-YY           PIC 9(02).
039900     05  WS-PARM-MM           PIC 9(02).
040000     05  WS-PARM-DD           PIC 9(02).
040100 01  WS-PARM-DATE-X REDEFINES WS-PARM-DATE
040200                              PIC X(06).
040300 01  WS-PARM-VALID-SWITCH     PIC X(01) VALUE 'N'.
040400     88  WS-PARM-DATE-VALID             VALUE 'Y'.

040500 01  WS-DENY-SOURCE           PIC X(01) VALUE SPACES.
040600 01  WS-THIS-OPERATOR         PIC X(08) VALUE SPACES.
040700 01  WS-THIS-ID               PIC X(09) VALUE SPACES.
040800 01  WS-OLD-ID                PIC X(09) VALUE SPACES.
040900 01  WS-NEW-ID                PIC X(09) VALUE SPACES.

041000 01  WS-RUN-DATE.
041100     05  WS-RUN-YY            PIC 9(02).
041200     05  WS-RUN-MM            PIC 9(02).
041300     05  WS-RUN-DD            PIC 9(02).

041400 01  WS-PAGE-HEADER-1.
041500     05  FILLER               PIC X(20) VALUE SPACES.
041600     05  FILLER               PIC X(44)
041700             VALUE "OPERATOR ACTIVITY AND SECURITY EXCEPTIONS".
041800     05  FILLER               PIC X(05) VALUE SPACES.
041900     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
042000     05  WR1-RUN-MM           PIC 9(02).
042100     05  FILLER               PIC X(01) VALUE "/".
042200     05  WR1-RUN-DD           PIC 9(02).
042300     05  FILLER               PIC X(01) VALUE "/".
042400     05  WR1-RUN-YY           PIC 9(02).
042500     05  FILLER               PIC X(05) VALUE SPACES.
042600     05  FILLER               PIC X(06) VALUE "PAGE: ".
042700     05  WR1-PAGE-NO          PIC ZZ9.

042800 01  WS-PAGE-HEADER-2.
042900     05  FILLER               PIC X(20) VALUE SPACES.
043000     05  FILLER               PIC X(08) VALUE "PERIOD: ".
043100     05  WR2-FROM-MM          PIC 9(02).
043200     05  FILLER               PIC X(01) VALUE "/".
043300     05  WR2-FROM-DD          PIC 9(02).
043400     05  FILLER               PIC X(01) VALUE "/".
043500     05  WR2-FROM-YY          PIC 9(02).
043600     05  FILLER               PIC X(06) VALUE " THRU ".
043700     05  WR2-THRU-MM          PIC 9(02).
043800     05  FILLER               PIC X(01) VALUE "/".
043900     05  WR2-THRU-DD          PIC 9(02).
044000     05  FILLER               PIC X(01) VALUE "/".
044100     05  WR2-THRU-YY          PIC 9(02).
044200     05  FILLER               PIC X(03) VALUE SPACES.
044300     05  WR2-SECTION          PIC X(40).

044400*----------------------------------------------------------------
044500*  OPERATOR SUMMARY COLUMN HEADINGS AND DETAIL LINE
044600*----------------------------------------------------------------
044700 01  WS-COLUMN-HEADER-1.
044800     05  FILLER               PIC X(10) VALUE SPACES.
044900     05  FILLER               PIC X(07) VALUE SPACES.
045000     05  FILLER               PIC X(07) VALUE SPACES.
045100     05  FILLER               PIC X(07) VALUE SPACES.
045200     05  FILLER               PIC X(07) VALUE SPACES.
045300     05  FILLER               PIC X(07) VALUE SPACES.
045400     05  FILLER               PIC X(07) VALUE " LEAVE/".
045500     05  FILLER               PIC X(07) VALUE SPACES.
045600     05  FILLER               PIC X(07) VALUE "    SUS".
045700     05  FILLER               PIC X(07) VALUE "    SUS".
045800     05  FILLER               PIC X(07) VALUE "   DEPT".
045900     05  FILLER               PIC X(07) VALUE "   PEND".
046000     05  FILLER               PIC X(07) VALUE "   PEND".
046100     05  FILLER               PIC X(07) VALUE "   PEND".
046200     05  FILLER               PIC X(07) VALUE SPACES.
046300     05  FILLER               PIC X(07) VALUE "   AUTH".
046400     05  FILLER               PIC X(07) VALUE "   LOCK".

046500 01  WS-COLUMN-HEADER-2.
046600     05  FILLER               PIC X(10) VALUE "OPERATOR".
046700     05  FILLER               PIC X(07) VALUE "    ADD".
046800     05  FILLER               PIC X(07) VALUE " CHANGE".
046900     05  FILLER               PIC X(07) VALUE " DELETE".
047000     05  FILLER               PIC X(07) VALUE "   TERM".
047100     05  FILLER               PIC X(07) VALUE " REHIRE".
047200     05  FILLER               PIC X(07) VALUE " RETURN".
047300     05  FILLER               PIC X(07) VALUE "   XFER".
047400     05  FILLER               PIC X(07) VALUE "  PROMO".
047500     05  FILLER               PIC X(07) VALUE "  CLEAR".
047600     05  FILLER               PIC X(07) VALUE "  EDITS".
047700     05  FILLER               PIC X(07) VALUE "  KEYED".
047800     05  FILLER               PIC X(07) VALUE " CANCEL".
047900     05  FILLER               PIC X(07) VALUE " FAILED".
048000     05  FILLER               PIC X(07) VALUE "  PURGE".
048100     05  FILLER               PIC X(07) VALUE " DENIED".
048200     05  FILLER               PIC X(07) VALUE " OVRIDE".

048300 01  WS-DETAIL-LINE.
048400     05  WD-OPERATOR-ID       PIC X(08).
048500     05  FILLER               PIC X(03) VALUE SPACES.
048600     05  WD-ADDS              PIC ZZ,ZZ9.
048700     05  FILLER               PIC X(01) VALUE SPACES.
048800     05  WD-CHANGES           PIC ZZ,ZZ9.
048900     05  FILLER               PIC X(01) VALUE SPACES.
049000     05  WD-DELETES           PIC ZZ,ZZ9.
049100     05  FILLER               PIC X(01) VALUE SPACES.
049200     05  WD-TERMS             PIC ZZ,ZZ9.
049300     05  FILLER               PIC X(01) VALUE SPACES.
049400     05  WD-REHIRES           PIC ZZ,ZZ9.
049500     05  FILLER               PIC X(01) VALUE SPACES.
049600     05  WD-LEAVES            PIC ZZ,ZZ9.
049700     05  FILLER               PIC X(01) VALUE SPACES.
049800     05  WD-XFERS             PIC ZZ,ZZ9.
049900     05  FILLER               PIC X(01) VALUE SPACES.
050000     05  WD-PROMOTES          PIC ZZ,ZZ9.
050100     05  FILLER               PIC X(01) VALUE SPACES.
050200     05  WD-CLEARS            PIC ZZ,ZZ9.
050300     05  FILLER               PIC X(01) VALUE SPACES.
050400     05  WD-DEPT-EDITS        PIC ZZ,ZZ9.
050500     05  FILLER               PIC X(01) VALUE SPACES.
050600     05  WD-PENDED            PIC ZZ,ZZ9.
050700     05  FILLER               PIC X(01) VALUE SPACES.
050800     05  WD-CANCELS           PIC ZZ,ZZ9.
050900     05  FILLER               PIC X(01) VALUE SPACES.
051000     05  WD-FAILS             PIC ZZ,ZZ9.
051100     05  FILLER               PIC X(01) VALUE SPACES.
051200     05  WD-PURGES            PIC ZZ,ZZ9.
051300     05  FILLER               PIC X(01) VALUE SPACES.
051400     05  WD-DENIALS           PIC ZZ,ZZ9.
051500     05  FILLER               PIC X(01) VALUE SPACES.
051600     05  WD-OVERRIDES         PIC ZZ,ZZ9.
051700     05  FILLER               PIC X(02) VALUE SPACES.
051800     05  WD-FLAG              PIC X(08).

051900*----------------------------------------------------------------
052000*  EXCEPTION SECTION LINES
052100*----------------------------------------------------------------
052200 01  WS-SECTION-LINE.
052300     05  FILLER               PIC X(04) VALUE "*** ".
052400     05  WSL-TEXT             PIC X(50).
052500     05  WSL-COUNT            PIC ZZZ,ZZ9.
052600     05  FILLER               PIC X(04) VALUE " ***".

052700 01  WS-NONE-LINE.
052800     05  FILLER               PIC X(04) VALUE SPACES.
052900     05  WNL-TEXT             PIC X(60).

053000 01  WS-DENY-HEADER.
053100     05  FILLER               PIC X(04) VALUE SPACES.
053200     05  FILLER               PIC X(20) VALUE "DATE     TIME".
053300     05  FILLER               PIC X(10) VALUE "OPERATOR".
053400     05  FILLER               PIC X(13) VALUE "LOG".
053500     05  FILLER               PIC X(08) VALUE "ACTION".
053600     05  FILLER               PIC X(32) VALUE "REFUSED OPERATION".
053700     05  FILLER               PIC X(09) VALUE "ID/DEPT".

053800 01  WS-DENY-LINE.
053900     05  FILLER               PIC X(04) VALUE SPACES.
054000     05  WDL-DATE             PIC X(08).
054100     05  FILLER               PIC X(01) VALUE SPACES.
054200     05  WDL-TIME             PIC X(08).
054300     05  FILLER               PIC X(03) VALUE SPACES.
054400     05  WDL-OPERATOR-ID      PIC X(08).
054500     05  FILLER               PIC X(02) VALUE SPACES.
054600     05  WDL-SOURCE           PIC X(11).
054700     05  FILLER               PIC X(02) VALUE SPACES.
054800     05  WDL-ACTION           PIC X(06).
054900     05  FILLER               PIC X(02) VALUE SPACES.
055000     05  WDL-TEXT             PIC X(30).
055100     05  FILLER               PIC X(02) VALUE SPACES.
055200     05  WDL-KEY              PIC X(09).

055300 01  WS-OVERRIDE-HEADER.
055400     05  FILLER               PIC X(04) VALUE SPACES.
055500     05  FILLER               PIC X(20) VALUE "DATE     TIME".
055600     05  FILLER               PIC X(10) VALUE "OPERATOR".
055700     05  FILLER               PIC X(10) VALUE "HELD BY".
055800     05  FILLER               PIC X(20) VALUE "LOCK SINCE".

055900 01  WS-OVERRIDE-LINE.
056000     05  FILLER               PIC X(04) VALUE SPACES.
056100     05  WVL-DATE             PIC X(08).
056200     05  FILLER               PIC X(01) VALUE SPACES.
056300     05  WVL-TIME             PIC X(08).
056400     05  FILLER               PIC X(03) VALUE SPACES.
056500     05  WVL-OPERATOR-ID      PIC X(08).
056600     05  FILLER               PIC X(02) VALUE SPACES.
056700     05  WVL-HOLDER           PIC X(08).
056800     05  FILLER               PIC X(02) VALUE SPACES.
056900     05  WVL-LOCK-MM          PIC X(02).
057000     05  FILLER               PIC X(01) VALUE "/".
057100     05  WVL-LOCK-DD          PIC X(02).
057200     05  FILLER               PIC X(01) VALUE "/".
057300     05  WVL-LOCK-YY          PIC X(02).
057400     05  FILLER               PIC X(01) VALUE SPACES.
057500     05  WVL-LOCK-HH          PIC X(02).
057600     05  FILLER               PIC X(01) VALUE ":".
057700     05  WVL-LOCK-MIN         PIC X(02).
057800     05  FILLER               PIC X(01) VALUE ":".
057900     05  WVL-LOCK-SEC         PIC X(02).

058000 01  WS-NOAUTH-HEADER.
058100     05  FILLER               PIC X(04) VALUE SPACES.
058200     05  FILLER               PIC X(10) VALUE "OPERATOR".
058300     05  FILLER               PIC X(20) VALUE "FIRST SEEN".
058400     05  FILLER               PIC X(20) VALUE "LAST SEEN".

058500 01  WS-NOAUTH-LINE.
058600     05  FILLER               PIC X(04) VALUE SPACES.
058700     05  WNA-OPERATOR-ID      PIC X(08).
058800     05  FILLER               PIC X(02) VALUE SPACES.
058900     05  WNA-FIRST-MM         PIC X(02).
059000     05  FILLER               PIC X(01) VALUE "/".
059100     05  WNA-FIRST-DD         PIC X(02).
059200     05  FILLER               PIC X(01) VALUE "/".
059300     05  WNA-FIRST-YY         PIC X(02).
059400     05  FILLER               PIC X(12) VALUE SPACES.
059500     05  WNA-LAST-MM          PIC X(02).
059600     05  FILLER               PIC X(01) VALUE "/".
059700     05  WNA-LAST-DD          PIC X(02).
059800     05  FILLER               PIC X(01) VALUE "/".
059900     05  WNA-LAST-YY          PIC X(02).

060000 01  WS-PAIR-HEADER.
060100     05  FILLER               PIC X(04) VALUE SPACES.
060200     05  FILLER               PIC X(10) VALUE "OPERATOR".
060300     05  FILLER               PIC X(11) VALUE "ADDED AS".
060400     05  FILLER               PIC X(19) VALUE "ADDED".
060500     05  FILLER               PIC X(11) VALUE "TERM AS".
060600     05  FILLER               PIC X(19) VALUE "TERMINATED".

060700 01  WS-PAIR-LINE.
060800     05  FILLER               PIC X(04) VALUE SPACES.
060900     05  WPL-OPERATOR-ID      PIC X(08).
061000     05  FILLER               PIC X(02) VALUE SPACES.
061100     05  WPL-ADD-ID           PIC X(09).
061200     05  FILLER               PIC X(02) VALUE SPACES.
061300     05  WPL-ADD-DATE         PIC X(08).
061400     05  FILLER               PIC X(01) VALUE SPACES.
061500     05  WPL-ADD-TIME         PIC X(08).
061600     05  FILLER               PIC X(02) VALUE SPACES.
061700     05  WPL-TERM-ID          PIC X(09).
061800     05  FILLER               PIC X(02) VALUE SPACES.
061900     05  WPL-TERM-DATE        PIC X(08).
062000     05  FILLER               PIC X(01) VALUE SPACES.
062100     05  WPL-TERM-TIME        PIC X(08).

062200 01  WS-SOURCE-LINE.
062300     05  FILLER               PIC X(04) VALUE SPACES.
062400     05  WSR-NAME             PIC X(20).
062500     05  FILLER               PIC X(12) VALUE "LINES READ: ".
062600     05  WSR-READ             PIC Z,ZZZ,ZZ9.
062700     05  FILLER               PIC X(16) VALUE "   IN PERIOD: ".
062800     05  WSR-IN-RANGE         PIC Z,ZZZ,ZZ9.
062900     05  FILLER               PIC X(02) VALUE SPACES.
063000     05  WSR-NOTE             PIC X(20).

063100 01  WS-WARNING-LINE.
063200     05  FILLER               PIC X(04) VALUE SPACES.
063300     05  FILLER               PIC X(04) VALUE "*** ".
063400     05  WW-TEXT              PIC X(48).
063500     05  WW-COUNT             PIC ZZZ,ZZ9.
063600     05  FILLER               PIC X(04) VALUE " ***".

063700*----------------------------------------------------------------
063800*  PROCEDURE DIVISION
063900*----------------------------------------------------------------
064000 PROCEDURE DIVISION.
064100 0000-MAINLINE.
064200     PERFORM 1000-INITIALIZE
064300         THRU 1000-INITIALIZE-EXIT.
064400     IF NOT WS-INIT-FAILED
064500         PERFORM 2000-SCAN-LOGS
064600             THRU 2000-SCAN-LOGS-EXIT
064700         PERFORM 2900-MARK-AUTHORIZATION
064800             THRU 2900-MARK-AUTHORIZATION-EXIT
064900             VARYING WS-OPR-IDX FROM 1 BY 1
065000             UNTIL WS-OPR-IDX > WS-OPR-COUNT
065100         PERFORM 4000-PRINT-REPORT
065200             THRU 4000-PRINT-REPORT-EXIT
065300     END-IF.
065400     PERFORM 3000-TERMINATE
065500         THRU 3000-TERMINATE-EXIT.
065600     STOP RUN.

065700*----------------------------------------------------------------
065800*  1000-INITIALIZE - RESOLVE THE DATE RANGE, LOAD OPERATOR-AUTH
065900*  AND OPEN THE REPORT
066000*----------------------------------------------------------------
066100 1000-INITIALIZE.
066200     ACCEPT WS-RUN-DATE FROM DATE.
066300     INITIALIZE WS-SOURCE-COUNTS.
066400     PERFORM 1100-READ-PARM
066500         THRU 1100-READ-PARM-EXIT.
066600     PERFORM 1200-LOAD-OPERATOR-AUTH
066700         THRU 1200-LOAD-OPERATOR-AUTH-EXIT.
066800     OPEN OUTPUT ACTIVITY-RPT.
066900     IF WS-OPARPT-STATUS NOT = "00"
067000         DISPLAY "OPRACTV: ERROR OPENING ACTIVITY-RPT "
067100             "STATUS = " WS-OPARPT-STATUS
067200         SET WS-INIT-FAILED TO TRUE
067300         GO TO 1000-INITIALIZE-EXIT
067400     END-IF.
067500     SET WS-OPARPT-OPEN TO TRUE.
067600 1000-INITIALIZE-EXIT.
067700     EXIT.

067800*----------------------------------------------------------------
067900*  1100-READ-PARM - READ THE FROM AND THRU DATES (YYMMDD) FROM
068000*  OPAPARM. NO PARAMETER FILE MEANS THE CALENDAR QUARTER BEFORE
068100*  THE RUN DATE, WHICH IS THE NORMAL QUARTERLY RUN. A BAD DATE,
068200*  OR A FROM DATE AFTER THE THRU DATE, IS REPORTED AND THE
068300*  DEFAULT IS USED.
068400*----------------------------------------------------------------
068500 1100-READ-PARM.
068600     MOVE WS-RUN-YY TO WS-FROM-YY.
068700     MOVE 01        TO WS-FROM-DD.
068800     EVALUATE TRUE
068900         WHEN WS-RUN-MM <= 03
069000             IF WS-RUN-YY = ZERO
069100                 MOVE 99 TO WS-FROM-YY
069200             ELSE
069300                 SUBTRACT 1 FROM WS-RUN-YY GIVING WS-FROM-YY
069400             END-IF
069500             MOVE 10 TO WS-FROM-MM
069600             MOVE 12 TO WS-THRU-MM
069700             MOVE 31 TO WS-THRU-DD
069800         WHEN WS-RUN-MM <= 06
069900             MOVE 01 TO WS-FROM-MM
070000             MOVE 03 TO WS-THRU-MM
070100             MOVE 31 TO WS-THRU-DD
070200         WHEN WS-RUN-MM <= 09
070300             MOVE 04 TO WS-FROM-MM
070400             MOVE 06 TO WS-THRU-MM
070500             MOVE 30 TO WS-THRU-DD
070600         WHEN OTHER
070700             MOVE 07 TO WS-FROM-MM
070800             MOVE 09 TO WS-THRU-MM
070900             MOVE 30 TO WS-THRU-DD
071000     END-EVALUATE.
071100     MOVE WS-FROM-YY TO WS-THRU-YY.
071200     OPEN INPUT ACTIVITY-PARM.
071300     IF WS-OPAPARM-STATUS NOT = "00"
071400         GO TO 1100-READ-PARM-EXIT
071500     END-IF.
071600     READ ACTIVITY-PARM
071700         AT END
071800             CLOSE ACTIVITY-PARM
071900             GO TO 1100-READ-PARM-EXIT
072000     END-READ.
072100     CLOSE ACTIVITY-PARM.
072200     MOVE AP-FROM-DATE TO WS-PARM-DATE-X.
072300     PERFORM 1150-CHECK-PARM-DATE
072400         THRU 1150-CHECK-PARM-DATE-EXIT.
072500     IF NOT WS-PARM-DATE-VALID
072600         GO TO 1100-BAD-PARM
072700     END-IF.
072800     MOVE AP-THRU-DATE TO WS-PARM-DATE-X.
072900     PERFORM 1150-CHECK-PARM-DATE
073000         THRU 1150-CHECK-PARM-DATE-EXIT.
073100     IF NOT WS-PARM-DATE-VALID OR AP-FROM-DATE > AP-THRU-DATE
073200         GO TO 1100-BAD-PARM
073300     END-IF.
073400     MOVE AP-FROM-DATE TO WS-FROM-DATE.
073500     MOVE AP-THRU-DATE TO WS-THRU-DATE.
073600     GO TO 1100-READ-PARM-EXIT.
073700 1100-BAD-PARM.
073800     DISPLAY "OPRACTV: BAD OPAPARM RANGE '"
073900         ACTIVITY-PARM-RECORD "' - PREVIOUS QUARTER USED".
074000 1100-READ-PARM-EXIT.
074100     EXIT.

074200*----------------------------------------------------------------
074300*  1150-CHECK-PARM-DATE - A PARAMETER DATE IS SIX DIGITS WITH A
074400*  MONTH 01-12 AND A DAY 01-31
074500*----------------------------------------------------------------
074600 1150-CHECK-PARM-DATE.
074700     MOVE 'N' TO WS-PARM-VALID-SWITCH.
074800     IF WS-PARM-DATE-X IS NUMERIC
074900         IF WS-PARM-MM >= 01 AND WS-PARM-MM <= 12 AND
075000            WS-PARM-DD >= 01 AND WS-PARM-DD <= 31
075100             SET WS-PARM-DATE-VALID TO TRUE
075200         END-IF
075300     END-IF.
075400 1150-CHECK-PARM-DATE-EXIT.
075500     EXIT.

075600*----------------------------------------------------------------
075700*  1200-LOAD-OPERATOR-AUTH - TABLE THE OPERATOR IDS ON
075800*  OPERATOR-AUTH. WITHOUT THE FILE THE NOT-ON-OPERATOR-AUTH
075900*  CHECK CANNOT BE MADE; THE REPORT SAYS SO INSTEAD OF LISTING
076000*  EVERY OPERATOR.
076100*----------------------------------------------------------------
076200 1200-LOAD-OPERATOR-AUTH.
076300     OPEN INPUT OPERATOR-AUTH.
076400     IF WS-OPERAUTH-STATUS NOT = "00"
076500         DISPLAY "OPRACTV: NO OPERATOR-AUTH FILE - STATUS = "
076600             WS-OPERAUTH-STATUS " - AUTHORIZATION CHECK SKIPPED"
076700         GO TO 1200-LOAD-OPERATOR-AUTH-EXIT
076800     END-IF.
076900     SET WS-AUTH-LOADED TO TRUE.
077000     PERFORM 1250-READ-AUTH-RECORD
077100         THRU 1250-READ-AUTH-RECORD-EXIT
077200         UNTIL WS-OPERAUTH-EOF.
077300     CLOSE OPERATOR-AUTH.
077400     IF WS-AUTH-OVERFLOW > ZERO
077500         DISPLAY "OPRACTV: OPERATOR-AUTH TABLE FULL - "
077600             WS-AUTH-OVERFLOW " IDS NOT LOADED"
077700     END-IF.
077800 1200-LOAD-OPERATOR-AUTH-EXIT.
077900     EXIT.

078000 1250-READ-AUTH-RECORD.
078100     READ OPERATOR-AUTH
078200         AT END
078300             SET WS-OPERAUTH-EOF TO TRUE
078400             GO TO 1250-READ-AUTH-RECORD-EXIT
078500     END-READ.
078600     IF OA-OPERATOR-ID = SPACES
078700         GO TO 1250-READ-AUTH-RECORD-EXIT
078800     END-IF.
078900     IF WS-AUTH-COUNT >= WS-MAX-AUTH
079000         ADD 1 TO WS-AUTH-OVERFLOW
079100         GO TO 1250-READ-AUTH-RECORD-EXIT
079200     END-IF.
079300     ADD 1 TO WS-AUTH-COUNT.
079400     MOVE OA-OPERATOR-ID TO WS-AUTH-ID(WS-AUTH-COUNT).
079500 1250-READ-AUTH-RECORD-EXIT.
079600     EXIT.

079700*----------------------------------------------------------------
079800*  2000-SCAN-LOGS - READ EVERY OPERATOR LOG ONCE. CHANGE-ARCH IS
079900*  READ BEFORE CHANGE-HIST (CHGINQ ROLLS THE OLDER LINES OFF TO
080000*  IT) SO AN ADD IS ALWAYS TABLED BEFORE A LATER TERM OF THE
080100*  SAME EMPLOYEE. A MISSING LOG IS NOTED ON THE REPORT.
080200*----------------------------------------------------------------
080300 2000-SCAN-LOGS.
080400     OPEN INPUT CHANGE-ARCH.
080500     IF WS-CHGARCH-STATUS = "00"
080600         MOVE 1 TO WS-SRC-IDX
080700         ADD 1 TO WS-LOGS-OPENED
080800         PERFORM 2110-READ-ARCH-LINE
080900             THRU 2110-READ-ARCH-LINE-EXIT
081000             UNTIL WS-ARCH-EOF
081100         CLOSE CHANGE-ARCH
081200     ELSE
081300         MOVE 'Y' TO WS-SRC-MISSING(1)
081400     END-IF.
081500     OPEN INPUT CHANGE-HIST.
081600     IF WS-CHGHIST-STATUS = "00"
081700         MOVE 2 TO WS-SRC-IDX
081800         ADD 1 TO WS-LOGS-OPENED
081900         PERFORM 2120-READ-HIST-LINE
082000             THRU 2120-READ-HIST-LINE-EXIT
082100             UNTIL WS-HIST-EOF
082200         CLOSE CHANGE-HIST
082300     ELSE
082400         MOVE 'Y' TO WS-SRC-MISSING(2)
082500         DISPLAY "OPRACTV: NO CHANGE-HIST FILE - STATUS = "
082600             WS-CHGHIST-STATUS
082700     END-IF.
082800     OPEN INPUT SUSPENSE-CLEAR-LOG.
082900     IF WS-CLRLOG-STATUS = "00"
083000         MOVE 3 TO WS-SRC-IDX
083100         ADD 1 TO WS-LOGS-OPENED
083200         PERFORM 2300-READ-CLEAR-LINE
083300             THRU 2300-READ-CLEAR-LINE-EXIT
083400             UNTIL WS-CLRLOG-EOF
083500         CLOSE SUSPENSE-CLEAR-LOG
083600     ELSE
083700         MOVE 'Y' TO WS-SRC-MISSING(3)
083800     END-IF.
083900     OPEN INPUT DEPT-CHANGE-HIST.
084000     IF WS-DPTCHG-STATUS = "00"
084100         MOVE 4 TO WS-SRC-IDX
084200         ADD 1 TO WS-LOGS-OPENED
084300         PERFORM 2400-READ-DEPT-LINE
084400             THRU 2400-READ-DEPT-LINE-EXIT
084500             UNTIL WS-DPTCHG-EOF
084600         CLOSE DEPT-CHANGE-HIST
084700     ELSE
084800         MOVE 'Y' TO WS-SRC-MISSING(4)
084900     END-IF.
085000     OPEN INPUT AUDIT-LOG.
085100     IF WS-AUDIT-STATUS = "00"
085200         MOVE 5 TO WS-SRC-IDX
085300         ADD 1 TO WS-LOGS-OPENED
085400         PERFORM 2500-READ-AUDIT-LINE
085500             THRU 2500-READ-AUDIT-LINE-EXIT
085600             UNTIL WS-AUDIT-EOF
085700         CLOSE AUDIT-LOG
085800     ELSE
085900         MOVE 'Y' TO WS-SRC-MISSING(5)
086000     END-IF.
086100     IF WS-OPR-OVERFLOW > ZERO
086200         DISPLAY "OPRACTV: OPERATOR TABLE FULL - "
086300             WS-OPR-OVERFLOW " LINES NOT COUNTED"
086400     END-IF.
086500 2000-SCAN-LOGS-EXIT.
086600     EXIT.

086700 2110-READ-ARCH-LINE.
086800     MOVE SPACES TO WS-LOG-LINE.
086900     READ CHANGE-ARCH INTO WS-LOG-LINE
087000         AT END
087100             SET WS-ARCH-EOF TO TRUE
087200             GO TO 2110-READ-ARCH-LINE-EXIT
087300     END-READ.
087400     PERFORM 2200-TALLY-CHANGE-LINE
087500         THRU 2200-TALLY-CHANGE-LINE-EXIT.
087600 2110-READ-ARCH-LINE-EXIT.
087700     EXIT.

087800 2120-READ-HIST-LINE.
087900     MOVE SPACES TO WS-LOG-LINE.
088000     READ CHANGE-HIST INTO WS-LOG-LINE
088100         AT END
088200             SET WS-HIST-EOF TO TRUE
088300             GO TO 2120-READ-HIST-LINE-EXIT
088400     END-READ.
088500     PERFORM 2200-TALLY-CHANGE-LINE
088600         THRU 2200-TALLY-CHANGE-LINE-EXIT.
088700 2120-READ-HIST-LINE-EXIT.
088800     EXIT.

088900*----------------------------------------------------------------
089000*  2200-TALLY-CHANGE-LINE - COUNT ONE CHANGE-HIST/CHANGE-ARCH
089100*  LINE IN THE RANGE AGAINST ITS OPERATOR. ADD LINES ARE TABLED
089200*  FOR THE ADD/TERM CHECK, XFER LINES MOVE THAT TABLE ALONG TO
089300*  THE NEW ID, TERM LINES ARE MATCHED AGAINST IT, AND DENY-X
089400*  LINES ARE TABLED FOR THE EXCEPTIONS.
089500*----------------------------------------------------------------
089600 2200-TALLY-CHANGE-LINE.
089700     PERFORM 2600-CHECK-LINE-DATE
089800         THRU 2600-CHECK-LINE-DATE-EXIT.
089900     IF NOT WS-IN-RANGE
090000         GO TO 2200-TALLY-CHANGE-LINE-EXIT
090100     END-IF.
090200     PERFORM 2700-FIND-OPERATOR
090300         THRU 2700-FIND-OPERATOR-EXIT.
090400     IF WS-OPR-IDX = ZERO
090500         GO TO 2200-TALLY-CHANGE-LINE-EXIT
090600     END-IF.
090700     IF WG-X-TAG = " XFER "
090800         ADD 1 TO WO-XFERS(WS-OPR-IDX)
090900         MOVE SPACES          TO WS-OLD-ID
091000         MOVE WG-X-OLD-DEPT   TO WS-OLD-ID(1:3)
091100         MOVE "-"             TO WS-OLD-ID(4:1)
091200         MOVE WG-X-OLD-EMP-NO TO WS-OLD-ID(5:5)
091300         MOVE SPACES          TO WS-NEW-ID
091400         MOVE WG-X-NEW-DEPT   TO WS-NEW-ID(1:3)
091500         MOVE "-"             TO WS-NEW-ID(4:1)
091600         MOVE WG-X-NEW-EMP-NO TO WS-NEW-ID(5:5)
091700         PERFORM 2860-FOLLOW-TRANSFER
091800             THRU 2860-FOLLOW-TRANSFER-EXIT
091900             VARYING WS-ADD-IDX FROM 1 BY 1
092000             UNTIL WS-ADD-IDX > WS-ADD-COUNT
092100         GO TO 2200-TALLY-CHANGE-LINE-EXIT
092200     END-IF.
092300     EVALUATE TRUE
092400         WHEN WG-ACTION = "ADD   "
092500             ADD 1 TO WO-ADDS(WS-OPR-IDX)
092600             PERFORM 2850-TABLE-ADD
092700                 THRU 2850-TABLE-ADD-EXIT
092800         WHEN WG-ACTION = "CHANGE"
092900             ADD 1 TO WO-CHANGES(WS-OPR-IDX)
093000         WHEN WG-ACTION = "DELETE"
093100             ADD 1 TO WO-DELETES(WS-OPR-IDX)
093200         WHEN WG-ACTION = "TERM  "
093300             ADD 1 TO WO-TERMS(WS-OPR-IDX)
093400             PERFORM 2870-MATCH-TERM
093500                 THRU 2870-MATCH-TERM-EXIT
093600         WHEN WG-ACTION = "REHIRE"
093700             ADD 1 TO WO-REHIRES(WS-OPR-IDX)
093800         WHEN WG-ACTION = "LEAVE " OR "RETURN"
093900             ADD 1 TO WO-LEAVES(WS-OPR-IDX)
094000         WHEN WG-ACTION = "PURGE "
094100             ADD 1 TO WO-PURGES(WS-OPR-IDX)
094200         WHEN WG-ACTION-PREFIX = "PEND-"
094300             ADD 1 TO WO-PENDED(WS-OPR-IDX)
094400         WHEN WG-ACTION-PREFIX = "CANC-"
094500             ADD 1 TO WO-CANCELS(WS-OPR-IDX)
094600         WHEN WG-ACTION-PREFIX = "FAIL-"
094700             ADD 1 TO WO-FAILS(WS-OPR-IDX)
094800         WHEN WG-ACTION-PREFIX = "DENY-"
094900             ADD 1 TO WO-DENIALS(WS-OPR-IDX)
095000             MOVE 'E' TO WS-DENY-SOURCE
095100             PERFORM 2800-TABLE-DENIAL
095200                 THRU 2800-TABLE-DENIAL-EXIT
095300     END-EVALUATE.
095400 2200-TALLY-CHANGE-LINE-EXIT.
095500     EXIT.

095600*----------------------------------------------------------------
095700*  2300-READ-CLEAR-LINE - ONE SUSPENSE-CLEAR-LOG LINE: A PROMOTE
095800*  ("PROMOTED TO MASTER" OR "PROMOTED AS NNNNN") OR A RESOLVE OR
095900*  DISCARD, WHICH ARE COUNTED TOGETHER AS CLEARS
096000*----------------------------------------------------------------
096100 2300-READ-CLEAR-LINE.
096200     MOVE SPACES TO WS-LOG-LINE.
096300     READ SUSPENSE-CLEAR-LOG INTO WS-LOG-LINE
096400         AT END
096500             SET WS-CLRLOG-EOF TO TRUE
096600             GO TO 2300-READ-CLEAR-LINE-EXIT
096700     END-READ.
096800     PERFORM 2600-CHECK-LINE-DATE
096900         THRU 2600-CHECK-LINE-DATE-EXIT.
097000     IF NOT WS-IN-RANGE
097100         GO TO 2300-READ-CLEAR-LINE-EXIT
097200     END-IF.
097300     PERFORM 2700-FIND-OPERATOR
097400         THRU 2700-FIND-OPERATOR-EXIT.
097500     IF WS-OPR-IDX = ZERO
097600         GO TO 2300-READ-CLEAR-LINE-EXIT
097700     END-IF.
097800     IF WG-S-OUTCOME(1:8) = "PROMOTED"
097900         ADD 1 TO WO-PROMOTES(WS-OPR-IDX)
098000     ELSE
098100         ADD 1 TO WO-CLEARS(WS-OPR-IDX)
098200     END-IF.
098300 2300-READ-CLEAR-LINE-EXIT.
098400     EXIT.

098500*----------------------------------------------------------------
098600*  2400-READ-DEPT-LINE - ONE DPTCHG LINE: ADD, CHANGE OR INACT
098700*  IS A DEPARTMENT EDIT; DENY-A/C/I IS A DENIAL
098800*----------------------------------------------------------------
098900 2400-READ-DEPT-LINE.
099000     MOVE SPACES TO WS-LOG-LINE.
099100     READ DEPT-CHANGE-HIST INTO WS-LOG-LINE
099200         AT END
099300             SET WS-DPTCHG-EOF TO TRUE
099400             GO TO 2400-READ-DEPT-LINE-EXIT
099500     END-READ.
099600     PERFORM 2600-CHECK-LINE-DATE
099700         THRU 2600-CHECK-LINE-DATE-EXIT.
099800     IF NOT WS-IN-RANGE
099900         GO TO 2400-READ-DEPT-LINE-EXIT
100000     END-IF.
100100     PERFORM 2700-FIND-OPERATOR
100200         THRU 2700-FIND-OPERATOR-EXIT.
100300     IF WS-OPR-IDX = ZERO
100400         GO TO 2400-READ-DEPT-LINE-EXIT
100500     END-IF.
100600     IF WG-ACTION-PREFIX = "DENY-"
100700         ADD 1 TO WO-DENIALS(WS-OPR-IDX)
100800         MOVE 'D' TO WS-DENY-SOURCE
100900         PERFORM 2800-TABLE-DENIAL
101000             THRU 2800-TABLE-DENIAL-EXIT
101100     ELSE
101200         ADD 1 TO WO-DEPT-EDITS(WS-OPR-IDX)
101300     END-IF.
101400 2400-READ-DEPT-LINE-EXIT.
101500     EXIT.

101600*----------------------------------------------------------------
101700*  2500-READ-AUDIT-LINE - ONE AUDIT-LOG LINE. ONLY THE RUNLOCK
101800*  OVERRIDE LINES WRITTEN BY THE ONLINE MAINTENANCE PROGRAMS ARE
101900*  OPERATOR ACTIVITY; THE BATCH RUN LINES ARE SKIPPED.
102000*----------------------------------------------------------------
102100 2500-READ-AUDIT-LINE.
102200     MOVE SPACES TO WS-LOG-LINE.
102300     READ AUDIT-LOG INTO WS-LOG-LINE
102400         AT END
102500             SET WS-AUDIT-EOF TO TRUE
102600             GO TO 2500-READ-AUDIT-LINE-EXIT
102700     END-READ.
102800     IF WG-V-TAG NOT = " OVERRODE RUNLOCK HELD BY"
102900         ADD 1 TO WS-SRC-READ(WS-SRC-IDX)
103000         GO TO 2500-READ-AUDIT-LINE-EXIT
103100     END-IF.
103200     PERFORM 2600-CHECK-LINE-DATE
103300         THRU 2600-CHECK-LINE-DATE-EXIT.
103400     IF NOT WS-IN-RANGE
103500         GO TO 2500-READ-AUDIT-LINE-EXIT
103600     END-IF.
103700     PERFORM 2700-FIND-OPERATOR
103800         THRU 2700-FIND-OPERATOR-EXIT.
103900     IF WS-OPR-IDX = ZERO
104000         GO TO 2500-READ-AUDIT-LINE-EXIT
104100     END-IF.
104200     ADD 1 TO WO-OVERRIDES(WS-OPR-IDX).
104300     IF WS-OVR-COUNT >= WS-MAX-OVERRIDES
104400         ADD 1 TO WS-OVR-OVERFLOW
104500         GO TO 2500-READ-AUDIT-LINE-EXIT
104600     END-IF.
104700     ADD 1 TO WS-OVR-COUNT.
104800     MOVE WG-DATE        TO WOV-DATE(WS-OVR-COUNT).
104900     MOVE WG-TIME        TO WOV-TIME(WS-OVR-COUNT).
105000     MOVE WG-OPERATOR-ID TO WOV-OPERATOR-ID(WS-OVR-COUNT).
105100     MOVE WG-V-HOLDER    TO WOV-HOLDER(WS-OVR-COUNT).
105200     MOVE WG-V-LOCK-DATE TO WOV-LOCK-DATE(WS-OVR-COUNT).
105300     MOVE WG-V-LOCK-TIME TO WOV-LOCK-TIME(WS-OVR-COUNT).
105400 2500-READ-AUDIT-LINE-EXIT.
105500     EXIT.

105600*----------------------------------------------------------------
105700*  2600-CHECK-LINE-DATE - COUNT THE LINE AS READ AND SET
105800*  WS-IN-RANGE WHEN ITS MM/DD/YY FALLS IN THE REPORT RANGE. A
105900*  LINE WITHOUT A READABLE DATE IS NEVER IN RANGE.
106000*----------------------------------------------------------------
106100 2600-CHECK-LINE-DATE.
106200     ADD 1 TO WS-SRC-READ(WS-SRC-IDX).
106300     MOVE 'N' TO WS-IN-RANGE-SWITCH.
106400     MOVE WG-YY TO WS-LINE-YY.
106500     MOVE WG-MM TO WS-LINE-MM.
106600     MOVE WG-DD TO WS-LINE-DD.
106700     IF WS-LINE-DATE IS NOT NUMERIC
106800         GO TO 2600-CHECK-LINE-DATE-EXIT
106900     END-IF.
107000     IF WS-LINE-NUM < WS-FROM-NUM OR WS-LINE-NUM > WS-THRU-NUM
107100         GO TO 2600-CHECK-LINE-DATE-EXIT
107200     END-IF.
107300     SET WS-IN-RANGE TO TRUE.
107400     ADD 1 TO WS-SRC-IN-RANGE(WS-SRC-IDX).
107500     MOVE WS-LINE-DATE TO WS-LS-DATE.
107600     MOVE WG-TIME(1:2) TO WS-LS-HH.
107700     MOVE WG-TIME(4:2) TO WS-LS-MIN.
107800     MOVE WG-TIME(7:2) TO WS-LS-SEC.
107900 2600-CHECK-LINE-DATE-EXIT.
108000     EXIT.

108100*----------------------------------------------------------------
108200*  2700-FIND-OPERATOR - SET WS-OPR-IDX TO THE LINE OPERATOR'S
108300*  ENTRY, INSERTING A NEW ENTRY IN OPERATOR ID ORDER THE FIRST
108400*  TIME AN ID IS SEEN. ZERO WHEN THE TABLE IS FULL.
108500*----------------------------------------------------------------
108600 2700-FIND-OPERATOR.
108700     MOVE WG-OPERATOR-ID TO WS-THIS-OPERATOR.
108800     MOVE 'N' TO WS-SEARCH-DONE-SWITCH.
108900     PERFORM 2710-SEARCH-OPERATOR
109000         THRU 2710-SEARCH-OPERATOR-EXIT
109100         VARYING WS-OPR-IDX FROM 1 BY 1
109200         UNTIL WS-SEARCH-DONE OR WS-OPR-IDX > WS-OPR-COUNT.
109300     IF WS-SEARCH-DONE
109400         SUBTRACT 1 FROM WS-OPR-IDX
109500         IF WO-OPERATOR-ID(WS-OPR-IDX) = WS-THIS-OPERATOR
109600             GO TO 2700-SET-STAMPS
109700         END-IF
109800     END-IF.
109900     IF WS-OPR-COUNT >= WS-MAX-OPERATORS
110000         ADD 1 TO WS-OPR-OVERFLOW
110100         MOVE ZERO TO WS-OPR-IDX
110200         GO TO 2700-FIND-OPERATOR-EXIT
110300     END-IF.
110400     ADD 1 TO WS-OPR-COUNT.
110500     PERFORM 2720-SHIFT-OPERATOR
110600         THRU 2720-SHIFT-OPERATOR-EXIT
110700         VARYING WS-SHIFT-IDX FROM WS-OPR-COUNT BY -1
110800         UNTIL WS-SHIFT-IDX <= WS-OPR-IDX.
110900     INITIALIZE WO-ENTRY(WS-OPR-IDX).
111000     MOVE WS-THIS-OPERATOR TO WO-OPERATOR-ID(WS-OPR-IDX).
111100     MOVE WS-LINE-STAMP    TO WO-FIRST-STAMP(WS-OPR-IDX).
111200 2700-SET-STAMPS.
111300     IF WS-LINE-STAMP < WO-FIRST-STAMP(WS-OPR-IDX)
111400         MOVE WS-LINE-STAMP TO WO-FIRST-STAMP(WS-OPR-IDX)
111500     END-IF.
111600     IF WS-LINE-STAMP > WO-LAST-STAMP(WS-OPR-IDX)
111700         MOVE WS-LINE-STAMP TO WO-LAST-STAMP(WS-OPR-IDX)
111800     END-IF.
111900 2700-FIND-OPERATOR-EXIT.
112000     EXIT.

112100*----------------------------------------------------------------
112200*  2710-SEARCH-OPERATOR - STOP AT THE FIRST ENTRY NOT BELOW THE
112300*  ID: EITHER THE OPERATOR'S OWN ENTRY OR WHERE IT BELONGS
112400*----------------------------------------------------------------
112500 2710-SEARCH-OPERATOR.
112600     IF WO-OPERATOR-ID(WS-OPR-IDX) NOT < WS-THIS-OPERATOR
112700         SET WS-SEARCH-DONE TO TRUE
112800     END-IF.
112900 2710-SEARCH-OPERATOR-EXIT.
113000     EXIT.

113100 2720-SHIFT-OPERATOR.
113200     MOVE WO-ENTRY(WS-SHIFT-IDX - 1) TO WO-ENTRY(WS-SHIFT-IDX).
113300 2720-SHIFT-OPERATOR-EXIT.
113400     EXIT.

113500*----------------------------------------------------------------
113600*  2800-TABLE-DENIAL - TABLE A DENY-X LINE FOR THE EXCEPTIONS.
113700*  THE CALLER SETS WS-DENY-SOURCE. THE KEY IS ZEROS WHEN THE
113800*  OPERATION WAS REFUSED BEFORE ONE WAS KEYED.
113900*----------------------------------------------------------------
114000 2800-TABLE-DENIAL.
114100     IF WS-DENY-COUNT >= WS-MAX-DENIALS
114200         ADD 1 TO WS-DENY-OVERFLOW
114300         GO TO 2800-TABLE-DENIAL-EXIT
114400     END-IF.
114500     ADD 1 TO WS-DENY-COUNT.
114600     MOVE WS-DENY-SOURCE TO WDN-SOURCE(WS-DENY-COUNT).
114700     MOVE WG-DATE        TO WDN-DATE(WS-DENY-COUNT).
114800     MOVE WG-TIME        TO WDN-TIME(WS-DENY-COUNT).
114900     MOVE WG-OPERATOR-ID TO WDN-OPERATOR-ID(WS-DENY-COUNT).
115000     MOVE WG-ACTION      TO WDN-ACTION(WS-DENY-COUNT).
115100     IF WDN-SOURCE(WS-DENY-COUNT) = 'D'
115200         MOVE WG-DEPT    TO WDN-KEY(WS-DENY-COUNT)
115300     ELSE
115400         MOVE WG-KEY     TO WDN-KEY(WS-DENY-COUNT)
115500     END-IF.
115600 2800-TABLE-DENIAL-EXIT.
115700     EXIT.

115800*----------------------------------------------------------------
115900*  2850-TABLE-ADD - TABLE AN ADD LINE FOR THE ADD/TERM CHECK
116000*----------------------------------------------------------------
116100 2850-TABLE-ADD.
116200     IF WS-ADD-COUNT >= WS-MAX-ADDS
116300         ADD 1 TO WS-ADD-OVERFLOW
116400         GO TO 2850-TABLE-ADD-EXIT
116500     END-IF.
116600     ADD 1 TO WS-ADD-COUNT.
116700     MOVE WG-OPERATOR-ID TO WAD-OPERATOR-ID(WS-ADD-COUNT).
116800     MOVE WG-KEY         TO WAD-ADD-ID(WS-ADD-COUNT).
116900     MOVE WG-KEY         TO WAD-CUR-ID(WS-ADD-COUNT).
117000     MOVE WG-DATE        TO WAD-ADD-DATE(WS-ADD-COUNT).
117100     MOVE WG-TIME        TO WAD-ADD-TIME(WS-ADD-COUNT).
117200     MOVE SPACES         TO WAD-TERM-ID(WS-ADD-COUNT).
117300     MOVE SPACES         TO WAD-TERM-DATE(WS-ADD-COUNT).
117400     MOVE SPACES         TO WAD-TERM-TIME(WS-ADD-COUNT).
117500 2850-TABLE-ADD-EXIT.
117600     EXIT.

117700*----------------------------------------------------------------
117800*  2860-FOLLOW-TRANSFER - MOVE ONE TABLED ADD ALONG AN XFER LINE
117900*  WHEN IT IS STILL OPEN UNDER THE OLD ID
118000*----------------------------------------------------------------
118100 2860-FOLLOW-TRANSFER.
118200     IF WAD-CUR-ID(WS-ADD-IDX) = WS-OLD-ID AND
118300        WAD-TERM-DATE(WS-ADD-IDX) = SPACES
118400         MOVE WS-NEW-ID TO WAD-CUR-ID(WS-ADD-IDX)
118500     END-IF.
118600 2860-FOLLOW-TRANSFER-EXIT.
118700     EXIT.

118800*----------------------------------------------------------------
118900*  2870-MATCH-TERM - FIND THE LATEST ADD STILL OPEN UNDER THE
119000*  TERMINATED ID. WHEN THE SAME OPERATOR MADE IT, THE PAIR IS
119100*  RECORDED ON THE ADD ENTRY. AN ADD BY SOMEONE ELSE ENDS THE
119200*  SEARCH - AN EARLIER ADD OF THE SAME ID WAS UNDONE BEFORE IT.
119300*----------------------------------------------------------------
119400 2870-MATCH-TERM.
119500     MOVE WG-KEY TO WS-THIS-ID.
119600     MOVE ZERO   TO WS-FOUND-ADD-IDX.
119700     PERFORM 2880-SEARCH-ADD
119800         THRU 2880-SEARCH-ADD-EXIT
119900         VARYING WS-ADD-IDX FROM WS-ADD-COUNT BY -1
120000         UNTIL WS-ADD-IDX < 1 OR WS-FOUND-ADD-IDX > ZERO.
120100     IF WS-FOUND-ADD-IDX = ZERO
120200         GO TO 2870-MATCH-TERM-EXIT
120300     END-IF.
120400     IF WAD-OPERATOR-ID(WS-FOUND-ADD-IDX) NOT = WG-OPERATOR-ID
120500         GO TO 2870-MATCH-TERM-EXIT
120600     END-IF.
120700     MOVE WS-THIS-ID TO WAD-TERM-ID(WS-FOUND-ADD-IDX).
120800     MOVE WG-DATE    TO WAD-TERM-DATE(WS-FOUND-ADD-IDX).
120900     MOVE WG-TIME    TO WAD-TERM-TIME(WS-FOUND-ADD-IDX).
121000     ADD 1 TO WS-PAIR-COUNT.
121100 2870-MATCH-TERM-EXIT.
121200     EXIT.

121300 2880-SEARCH-ADD.
121400     IF WAD-CUR-ID(WS-ADD-IDX) = WS-THIS-ID AND
121500        WAD-TERM-DATE(WS-ADD-IDX) = SPACES
121600         MOVE WS-ADD-IDX TO WS-FOUND-ADD-IDX
121700     END-IF.
121800 2880-SEARCH-ADD-EXIT.
121900     EXIT.

122000*----------------------------------------------------------------
122100*  2900-MARK-AUTHORIZATION - FLAG ONE OPERATOR AS ON
122200*  OPERATOR-AUTH, A BATCH ID, OR NEITHER
122300*----------------------------------------------------------------
122400 2900-MARK-AUTHORIZATION.
122500     IF WO-OPERATOR-ID(WS-OPR-IDX) = "NAMEID" OR "EMPPURGE"
122600         SET WO-BATCH-ID(WS-OPR-IDX) TO TRUE
122700         GO TO 2900-MARK-AUTHORIZATION-EXIT
122800     END-IF.
122900     SET WO-NOT-ON-AUTH(WS-OPR-IDX) TO TRUE.
123000     PERFORM 2950-SEARCH-AUTH
123100         THRU 2950-SEARCH-AUTH-EXIT
123200         VARYING WS-AUTH-IDX FROM 1 BY 1
123300         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT OR
123400               WO-ON-AUTH(WS-OPR-IDX).
123500     IF WO-NOT-ON-AUTH(WS-OPR-IDX) AND WS-AUTH-LOADED
123600         ADD 1 TO WS-NOAUTH-COUNT
123700     END-IF.
123800 2900-MARK-AUTHORIZATION-EXIT.
123900     EXIT.

124000 2950-SEARCH-AUTH.
124100     IF WS-AUTH-ID(WS-AUTH-IDX) = WO-OPERATOR-ID(WS-OPR-IDX)
124200         SET WO-ON-AUTH(WS-OPR-IDX) TO TRUE
124300     END-IF.
124400 2950-SEARCH-AUTH-EXIT.
124500     EXIT.

124600*----------------------------------------------------------------
124700*  4000-PRINT-REPORT - THE OPERATOR SUMMARY, THEN EACH
124800*  EXCEPTION SECTION, THEN THE LOGS THAT WERE READ
124900*----------------------------------------------------------------
125000 4000-PRINT-REPORT.
125100     MOVE "OPERATOR ACTIVITY SUMMARY" TO WR2-SECTION.
125200     PERFORM 4900-PRINT-PAGE-HEADERS
125300         THRU 4900-PRINT-PAGE-HEADERS-EXIT.
125400     WRITE ACTIVITY-RPT-RECORD FROM WS-COLUMN-HEADER-1.
125500     WRITE ACTIVITY-RPT-RECORD FROM WS-COLUMN-HEADER-2.
125600     WRITE ACTIVITY-RPT-RECORD FROM SPACES.
125700     ADD 3 TO WS-LINE-COUNT.
125800     IF WS-OPR-COUNT = ZERO
125900         MOVE "NO OPERATOR ACTIVITY IN THE PERIOD" TO WNL-TEXT
126000         WRITE ACTIVITY-RPT-RECORD FROM WS-NONE-LINE
126100         ADD 1 TO WS-LINE-COUNT
126200     END-IF.
126300     PERFORM 4100-PRINT-OPERATOR
126400         THRU 4100-PRINT-OPERATOR-EXIT
126500         VARYING WS-OPR-IDX FROM 1 BY 1
126600         UNTIL WS-OPR-IDX > WS-OPR-COUNT.
126700     PERFORM 4150-PRINT-TOTALS
126800         THRU 4150-PRINT-TOTALS-EXIT.
126900     MOVE "SECURITY EXCEPTIONS" TO WR2-SECTION.
127000     PERFORM 4900-PRINT-PAGE-HEADERS
127100         THRU 4900-PRINT-PAGE-HEADERS-EXIT.
127200     PERFORM 4200-PRINT-DENIALS
127300         THRU 4200-PRINT-DENIALS-EXIT.
127400     PERFORM 4300-PRINT-OVERRIDES
127500         THRU 4300-PRINT-OVERRIDES-EXIT.
127600     PERFORM 4400-PRINT-NOT-AUTHORIZED
127700         THRU 4400-PRINT-NOT-AUTHORIZED-EXIT.
127800     PERFORM 4500-PRINT-ADD-TERM-PAIRS
127900         THRU 4500-PRINT-ADD-TERM-PAIRS-EXIT.
128000     PERFORM 4600-PRINT-SOURCES
128100         THRU 4600-PRINT-SOURCES-EXIT.
128200 4000-PRINT-REPORT-EXIT.
128300     EXIT.

128400*----------------------------------------------------------------
128500*  4100-PRINT-OPERATOR - ONE SUMMARY LINE PER OPERATOR, FLAGGED
128600*  WHEN THE ID IS A BATCH ID OR IS NOT ON OPERATOR-AUTH
128700*----------------------------------------------------------------
128800 4100-PRINT-OPERATOR.
128900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
129000         PERFORM 4900-PRINT-PAGE-HEADERS
129100             THRU 4900-PRINT-PAGE-HEADERS-EXIT
129200         WRITE ACTIVITY-RPT-RECORD FROM WS-COLUMN-HEADER-1
129300         WRITE ACTIVITY-RPT-RECORD FROM WS-COLUMN-HEADER-2
129400         WRITE ACTIVITY-RPT-RECORD FROM SPACES
129500         ADD 3 TO WS-LINE-COUNT
129600     END-IF.
129700     MOVE WO-OPERATOR-ID(WS-OPR-IDX) TO WD-OPERATOR-ID.
129800     MOVE WO-ADDS(WS-OPR-IDX)        TO WD-ADDS.
129900     MOVE WO-CHANGES(WS-OPR-IDX)     TO WD-CHANGES.
130000     MOVE WO-DELETES(WS-OPR-IDX)     TO WD-DELETES.
130100     MOVE WO-TERMS(WS-OPR-IDX)       TO WD-TERMS.
130200     MOVE WO-REHIRES(WS-OPR-IDX)     TO WD-REHIRES.
130300     MOVE WO-LEAVES(WS-OPR-IDX)      TO WD-LEAVES.
130400     MOVE WO-XFERS(WS-OPR-IDX)       TO WD-XFERS.
130500     MOVE WO-PROMOTES(WS-OPR-IDX)    TO WD-PROMOTES.
130600     MOVE WO-CLEARS(WS-OPR-IDX)      TO WD-CLEARS.
130700     MOVE WO-DEPT-EDITS(WS-OPR-IDX)  TO WD-DEPT-EDITS.
130800     MOVE WO-PENDED(WS-OPR-IDX)      TO WD-PENDED.
130900     MOVE WO-CANCELS(WS-OPR-IDX)     TO WD-CANCELS.
131000     MOVE WO-FAILS(WS-OPR-IDX)       TO WD-FAILS.
131100     MOVE WO-PURGES(WS-OPR-IDX)      TO WD-PURGES.
131200     MOVE WO-DENIALS(WS-OPR-IDX)     TO WD-DENIALS.
131300     MOVE WO-OVERRIDES(WS-OPR-IDX)   TO WD-OVERRIDES.
131400     EVALUATE TRUE
131500         WHEN WO-BATCH-ID(WS-OPR-IDX)
131600             MOVE "BATCH"    TO WD-FLAG
131700         WHEN WO-NOT-ON-AUTH(WS-OPR-IDX) AND WS-AUTH-LOADED
131800             MOVE "NO AUTH"  TO WD-FLAG
131900         WHEN OTHER
132000             MOVE SPACES     TO WD-FLAG
132100     END-EVALUATE.
132200     WRITE ACTIVITY-RPT-RECORD FROM WS-DETAIL-LINE.
132300     ADD 1 TO WS-LINE-COUNT.
132400     ADD WO-ADDS(WS-OPR-IDX)       TO WS-TOT-ADDS.
132500     ADD WO-CHANGES(WS-OPR-IDX)    TO WS-TOT-CHANGES.
132600     ADD WO-DELETES(WS-OPR-IDX)    TO WS-TOT-DELETES.
132700     ADD WO-TERMS(WS-OPR-IDX)      TO WS-TOT-TERMS.
132800     ADD WO-REHIRES(WS-OPR-IDX)    TO WS-TOT-REHIRES.
132900     ADD WO-LEAVES(WS-OPR-IDX)     TO WS-TOT-LEAVES.
133000     ADD WO-XFERS(WS-OPR-IDX)      TO WS-TOT-XFERS.
133100     ADD WO-PROMOTES(WS-OPR-IDX)   TO WS-TOT-PROMOTES.
133200     ADD WO-CLEARS(WS-OPR-IDX)     TO WS-TOT-CLEARS.
133300     ADD WO-DEPT-EDITS(WS-OPR-IDX) TO WS-TOT-DEPT-EDITS.
133400     ADD WO-PENDED(WS-OPR-IDX)     TO WS-TOT-PENDED.
133500     ADD WO-CANCELS(WS-OPR-IDX)    TO WS-TOT-CANCELS.
133600     ADD WO-FAILS(WS-OPR-IDX)      TO WS-TOT-FAILS.
133700     ADD WO-PURGES(WS-OPR-IDX)     TO WS-TOT-PURGES.
133800     ADD WO-DENIALS(WS-OPR-IDX)    TO WS-TOT-DENIALS.
133900     ADD WO-OVERRIDES(WS-OPR-IDX)  TO WS-TOT-OVERRIDES.
134000 4100-PRINT-OPERATOR-EXIT.
134100     EXIT.

134200*----------------------------------------------------------------
134300*  4150-PRINT-TOTALS - THE ALL-OPERATOR TOTAL LINE
134400*----------------------------------------------------------------
134500 4150-PRINT-TOTALS.
134600     WRITE ACTIVITY-RPT-RECORD FROM SPACES.
134700     MOVE "TOTAL"              TO WD-OPERATOR-ID.
134800     MOVE WS-TOT-ADDS          TO WD-ADDS.
134900     MOVE WS-TOT-CHANGES       TO WD-CHANGES.
135000     MOVE WS-TOT-DELETES       TO WD-DELETES.
135100     MOVE WS-TOT-TERMS         TO WD-TERMS.
135200     MOVE WS-TOT-REHIRES       TO WD-REHIRES.
135300     MOVE WS-TOT-LEAVES        TO WD-LEAVES.
135400     MOVE WS-TOT-XFERS         TO WD-XFERS.
135500     MOVE WS-TOT-PROMOTES      TO WD-PROMOTES.
135600     MOVE WS-TOT-CLEARS        TO WD-CLEARS.
135700     MOVE WS-TOT-DEPT-EDITS    TO WD-DEPT-EDITS.
135800     MOVE WS-TOT-PENDED        TO WD-PENDED.
135900     MOVE WS-TOT-CANCELS       TO WD-CANCELS.
136000     MOVE WS-TOT-FAILS         TO WD-FAILS.
136100     MOVE WS-TOT-PURGES        TO WD-PURGES.
136200     MOVE WS-TOT-DENIALS       TO WD-DENIALS.
136300     MOVE WS-TOT-OVERRIDES     TO WD-OVERRIDES.
136400     MOVE SPACES               TO WD-FLAG.
136500     WRITE ACTIVITY-RPT-RECORD FROM WS-DETAIL-LINE.
136600     IF WS-OPR-OVERFLOW > ZERO
136700         MOVE "OPERATOR TABLE FULL - LINES NOT COUNTED:"
136800                                  TO WW-TEXT
136900         MOVE WS-OPR-OVERFLOW     TO WW-COUNT
137000         WRITE ACTIVITY-RPT-RECORD FROM WS-WARNING-LINE
137100     END-IF.
137200 4150-PRINT-TOTALS-EXIT.
137300     EXIT.

137400*----------------------------------------------------------------
137500*  4200-PRINT-DENIALS - EVERY AUTHORIZATION DENIAL IN THE RANGE
137600*----------------------------------------------------------------
137700 4200-PRINT-DENIALS.
137800     MOVE "AUTHORIZATION DENIALS:" TO WSL-TEXT.
137900     MOVE WS-DENY-COUNT            TO WSL-COUNT.
138000     PERFORM 4950-PRINT-SECTION-HEADER
138100         THRU 4950-PRINT-SECTION-HEADER-EXIT.
138200     IF WS-DENY-COUNT = ZERO
138300         MOVE "NONE" TO WNL-TEXT
138400         WRITE ACTIVITY-RPT-RECORD FROM WS-NONE-LINE
138500         ADD 1 TO WS-LINE-COUNT
138600         GO TO 4200-PRINT-DENIALS-EXIT
138700     END-IF.
138800     WRITE ACTIVITY-RPT-RECORD FROM WS-DENY-HEADER.
138900     ADD 1 TO WS-LINE-COUNT.
139000     PERFORM 4250-PRINT-DENIAL
139100         THRU 4250-PRINT-DENIAL-EXIT
139200         VARYING WS-DENY-IDX FROM 1 BY 1
139300         UNTIL WS-DENY-IDX > WS-DENY-COUNT.
139400     IF WS-DENY-OVERFLOW > ZERO
139500         MOVE "DENIAL TABLE FULL - DENIALS NOT LISTED:"
139600                                  TO WW-TEXT
139700         MOVE WS-DENY-OVERFLOW    TO WW-COUNT
139800         WRITE ACTIVITY-RPT-RECORD FROM WS-WARNING-LINE
139900         ADD 1 TO WS-LINE-COUNT
140000     END-IF.
140100 4200-PRINT-DENIALS-EXIT.
140200     EXIT.

140300*----------------------------------------------------------------
140400*  4250-PRINT-DENIAL - ONE DENIAL, WITH THE REFUSED OPERATION
140500*  SPELLED OUT FROM THE DENY-X CODE OF ITS LOG
140600*----------------------------------------------------------------
140700 4250-PRINT-DENIAL.
140800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
140900         PERFORM 4900-PRINT-PAGE-HEADERS
141000             THRU 4900-PRINT-PAGE-HEADERS-EXIT
141100         WRITE ACTIVITY-RPT-RECORD FROM WS-DENY-HEADER
141200         ADD 1 TO WS-LINE-COUNT
141300     END-IF.
141400     MOVE WDN-DATE(WS-DENY-IDX)        TO WDL-DATE.
141500     MOVE WDN-TIME(WS-DENY-IDX)        TO WDL-TIME.
141600     MOVE WDN-OPERATOR-ID(WS-DENY-IDX) TO WDL-OPERATOR-ID.
141700     MOVE WDN-ACTION(WS-DENY-IDX)      TO WDL-ACTION.
141800     IF WDN-SOURCE(WS-DENY-IDX) = 'D'
141900         MOVE "DPTCHG"                 TO WDL-SOURCE
142000         EVALUATE WDN-CODE(WS-DENY-IDX)
142100             WHEN "A"
142200                 MOVE "ADD DEPARTMENT"        TO WDL-TEXT
142300             WHEN "C"
142400                 MOVE "CHANGE DEPARTMENT"     TO WDL-TEXT
142500             WHEN "I"
142600                 MOVE "INACTIVATE DEPARTMENT" TO WDL-TEXT
142700             WHEN OTHER
142800                 MOVE "DEPARTMENT MAINTENANCE" TO WDL-TEXT
142900         END-EVALUATE
143000     ELSE
143100         MOVE "CHANGE-HIST"            TO WDL-SOURCE
143200         EVALUATE WDN-CODE(WS-DENY-IDX)
143300             WHEN "A"
143400                 MOVE "ADD EMPLOYEE"          TO WDL-TEXT
143500             WHEN "C"
143600                 MOVE "CHANGE EMPLOYEE"       TO WDL-TEXT
143700             WHEN "D"
143800                 MOVE "DELETE EMPLOYEE"       TO WDL-TEXT
143900             WHEN "T"
144000                 MOVE "TERMINATE"             TO WDL-TEXT
144100             WHEN "R"
144200                 MOVE "REHIRE"                TO WDL-TEXT
144300             WHEN "L"
144400                 MOVE "LEAVE/RETURN"          TO WDL-TEXT
144500             WHEN "X"
144600                 MOVE "TRANSFER"              TO WDL-TEXT
144700             WHEN OTHER
144800                 MOVE "EMPLOYEE MAINTENANCE"  TO WDL-TEXT
144900         END-EVALUATE
145000     END-IF.
145100     IF WDN-KEY(WS-DENY-IDX) = "000-00000" OR
145200        WDN-KEY(WS-DENY-IDX) = "000"
145300         MOVE SPACES                   TO WDL-KEY
145400     ELSE
145500         MOVE WDN-KEY(WS-DENY-IDX)     TO WDL-KEY
145600     END-IF.
145700     WRITE ACTIVITY-RPT-RECORD FROM WS-DENY-LINE.
145800     ADD 1 TO WS-LINE-COUNT.
145900 4250-PRINT-DENIAL-EXIT.
146000     EXIT.

146100*----------------------------------------------------------------
146200*  4300-PRINT-OVERRIDES - EVERY STALE-LOCK OVERRIDE IN THE RANGE
146300*----------------------------------------------------------------
146400 4300-PRINT-OVERRIDES.
146500     MOVE "RUNLOCK OVERRIDES:" TO WSL-TEXT.
146600     MOVE WS-OVR-COUNT         TO WSL-COUNT.
146700     PERFORM 4950-PRINT-SECTION-HEADER
146800         THRU 4950-PRINT-SECTION-HEADER-EXIT.
146900     IF WS-OVR-COUNT = ZERO
147000         MOVE "NONE" TO WNL-TEXT
147100         WRITE ACTIVITY-RPT-RECORD FROM WS-NONE-LINE
147200         ADD 1 TO WS-LINE-COUNT
147300         GO TO 4300-PRINT-OVERRIDES-EXIT
147400     END-IF.
147500     WRITE ACTIVITY-RPT-RECORD FROM WS-OVERRIDE-HEADER.
147600     ADD 1 TO WS-LINE-COUNT.
147700     PERFORM 4350-PRINT-OVERRIDE
147800         THRU 4350-PRINT-OVERRIDE-EXIT
147900         VARYING WS-OVR-IDX FROM 1 BY 1
148000         UNTIL WS-OVR-IDX > WS-OVR-COUNT.
148100     IF WS-OVR-OVERFLOW > ZERO
148200         MOVE "OVERRIDE TABLE FULL - OVERRIDES NOT LISTED:"
148300                                  TO WW-TEXT
148400         MOVE WS-OVR-OVERFLOW     TO WW-COUNT
148500         WRITE ACTIVITY-RPT-RECORD FROM WS-WARNING-LINE
148600         ADD 1 TO WS-LINE-COUNT
148700     END-IF.
148800 4300-PRINT-OVERRIDES-EXIT.
148900     EXIT.

149000 4350-PRINT-OVERRIDE.
149100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
149200         PERFORM 4900-PRINT-PAGE-HEADERS
149300             THRU 4900-PRINT-PAGE-HEADERS-EXIT
149400         WRITE ACTIVITY-RPT-RECORD FROM WS-OVERRIDE-HEADER
149500         ADD 1 TO WS-LINE-COUNT
149600     END-IF.
149700     MOVE WOV-DATE(WS-OVR-IDX)           TO WVL-DATE.
149800     MOVE WOV-TIME(WS-OVR-IDX)           TO WVL-TIME.
149900     MOVE WOV-OPERATOR-ID(WS-OVR-IDX)    TO WVL-OPERATOR-ID.
150000     MOVE WOV-HOLDER(WS-OVR-IDX)         TO WVL-HOLDER.
150100     MOVE WOV-LOCK-DATE(WS-OVR-IDX)(1:2) TO WVL-LOCK-YY.
150200     MOVE WOV-LOCK-DATE(WS-OVR-IDX)(3:2) TO WVL-LOCK-MM.
150300     MOVE WOV-LOCK-DATE(WS-OVR-IDX)(5:2) TO WVL-LOCK-DD.
150400     MOVE WOV-LOCK-TIME(WS-OVR-IDX)(1:2) TO WVL-LOCK-HH.
150500     MOVE WOV-LOCK-TIME(WS-OVR-IDX)(3:2) TO WVL-LOCK-MIN.
150600     MOVE WOV-LOCK-TIME(WS-OVR-IDX)(5:2) TO WVL-LOCK-SEC.
150700     WRITE ACTIVITY-RPT-RECORD FROM WS-OVERRIDE-LINE.
150800     ADD 1 TO WS-LINE-COUNT.
150900 4350-PRINT-OVERRIDE-EXIT.
151000     EXIT.

151100*----------------------------------------------------------------
151200*  4400-PRINT-NOT-AUTHORIZED - EVERY OPERATOR ID IN THE LOGS FOR
151300*  THE RANGE THAT IS NOT ON OPERATOR-AUTH, WITH THE FIRST AND
151400*  LAST DAY IT APPEARS. BATCH IDS ARE LEFT OUT.
151500*----------------------------------------------------------------
151600 4400-PRINT-NOT-AUTHORIZED.
151700     MOVE "OPERATOR IDS NOT ON OPERATOR-AUTH:" TO WSL-TEXT.
151800     MOVE WS-NOAUTH-COUNT                      TO WSL-COUNT.
151900     PERFORM 4950-PRINT-SECTION-HEADER
152000         THRU 4950-PRINT-SECTION-HEADER-EXIT.
152100     IF NOT WS-AUTH-LOADED
152200         MOVE "OPERATOR-AUTH COULD NOT BE READ - CHECK NOT MADE"
152300                     TO WNL-TEXT
152400         WRITE ACTIVITY-RPT-RECORD FROM WS-NONE-LINE
152500         ADD 1 TO WS-LINE-COUNT
152600         GO TO 4400-PRINT-NOT-AUTHORIZED-EXIT
152700     END-IF.
152800     IF WS-NOAUTH-COUNT = ZERO
152900         MOVE "NONE" TO WNL-TEXT
153000         WRITE ACTIVITY-RPT-RECORD FROM WS-NONE-LINE
153100         ADD 1 TO WS-LINE-COUNT
153200         GO TO 4400-PRINT-NOT-AUTHORIZED-EXIT
153300     END-IF.
153400     WRITE ACTIVITY-RPT-RECORD FROM WS-NOAUTH-HEADER.
153500     ADD 1 TO WS-LINE-COUNT.
153600     PERFORM 4450-PRINT-NOAUTH-OPERATOR
153700         THRU 4450-PRINT-NOAUTH-OPERATOR-EXIT
153800         VARYING WS-OPR-IDX FROM 1 BY 1
153900         UNTIL WS-OPR-IDX > WS-OPR-COUNT.
154000 4400-PRINT-NOT-AUTHORIZED-EXIT.
154100     EXIT.

154200 4450-PRINT-NOAUTH-OPERATOR.
154300     IF NOT WO-NOT-ON-AUTH(WS-OPR-IDX)
154400         GO TO 4450-PRINT-NOAUTH-OPERATOR-EXIT
154500     END-IF.
154600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
154700         PERFORM 4900-PRINT-PAGE-HEADERS
154800             THRU 4900-PRINT-PAGE-HEADERS-EXIT
154900         WRITE ACTIVITY-RPT-RECORD FROM WS-NOAUTH-HEADER
155000         ADD 1 TO WS-LINE-COUNT
155100     END-IF.
155200     MOVE WO-OPERATOR-ID(WS-OPR-IDX)       TO WNA-OPERATOR-ID.
155300     MOVE WO-FIRST-STAMP(WS-OPR-IDX)(1:2)  TO WNA-FIRST-YY.
155400     MOVE WO-FIRST-STAMP(WS-OPR-IDX)(3:2)  TO WNA-FIRST-MM.
155500     MOVE WO-FIRST-STAMP(WS-OPR-IDX)(5:2)  TO WNA-FIRST-DD.
155600     MOVE WO-LAST-STAMP(WS-OPR-IDX)(1:2)   TO WNA-LAST-YY.
155700     MOVE WO-LAST-STAMP(WS-OPR-IDX)(3:2)   TO WNA-LAST-MM.
155800     MOVE WO-LAST-STAMP(WS-OPR-IDX)(5:2)   TO WNA-LAST-DD.
155900     WRITE ACTIVITY-RPT-RECORD FROM WS-NOAUTH-LINE.
156000     ADD 1 TO WS-LINE-COUNT.
156100 4450-PRINT-NOAUTH-OPERATOR-EXIT.
156200     EXIT.

156300*----------------------------------------------------------------
156400*  4500-PRINT-ADD-TERM-PAIRS - EVERY EMPLOYEE ADDED AND THEN
156500*  TERMINATED BY THE SAME OPERATOR WITHIN THE RANGE
156600*----------------------------------------------------------------
156700 4500-PRINT-ADD-TERM-PAIRS.
156800     MOVE "ADDED AND TERMINATED BY THE SAME OPERATOR:"
156900                               TO WSL-TEXT.
157000     MOVE WS-PAIR-COUNT        TO WSL-COUNT.
157100     PERFORM 4950-PRINT-SECTION-HEADER
157200         THRU 4950-PRINT-SECTION-HEADER-EXIT.
157300     IF WS-PAIR-COUNT = ZERO
157400         MOVE "NONE" TO WNL-TEXT
157500         WRITE ACTIVITY-RPT-RECORD FROM WS-NONE-LINE
157600         ADD 1 TO WS-LINE-COUNT
157700     ELSE
157800         WRITE ACTIVITY-RPT-RECORD FROM WS-PAIR-HEADER
157900         ADD 1 TO WS-LINE-COUNT
158000         PERFORM 4550-PRINT-PAIR
158100             THRU 4550-PRINT-PAIR-EXIT
158200             VARYING WS-ADD-IDX FROM 1 BY 1
158300             UNTIL WS-ADD-IDX > WS-ADD-COUNT
158400     END-IF.
158500     IF WS-ADD-OVERFLOW > ZERO
158600         MOVE "ADD TABLE FULL - ADDS NOT CHECKED:" TO WW-TEXT
158700         MOVE WS-ADD-OVERFLOW     TO WW-COUNT
158800         WRITE ACTIVITY-RPT-RECORD FROM WS-WARNING-LINE
158900         ADD 1 TO WS-LINE-COUNT
159000     END-IF.
159100 4500-PRINT-ADD-TERM-PAIRS-EXIT.
159200     EXIT.

159300 4550-PRINT-PAIR.
159400     IF WAD-TERM-DATE(WS-ADD-IDX) = SPACES
159500         GO TO 4550-PRINT-PAIR-EXIT
159600     END-IF.
159700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
159800         PERFORM 4900-PRINT-PAGE-HEADERS
159900             THRU 4900-PRINT-PAGE-HEADERS-EXIT
160000         WRITE ACTIVITY-RPT-RECORD FROM WS-PAIR-HEADER
160100         ADD 1 TO WS-LINE-COUNT
160200     END-IF.
160300     MOVE WAD-OPERATOR-ID(WS-ADD-IDX) TO WPL-OPERATOR-ID.
160400     MOVE WAD-ADD-ID(WS-ADD-IDX)      TO WPL-ADD-ID.
160500     MOVE WAD-ADD-DATE(WS-ADD-IDX)    TO WPL-ADD-DATE.
160600     MOVE WAD-ADD-TIME(WS-ADD-IDX)    TO WPL-ADD-TIME.
160700     MOVE WAD-TERM-ID(WS-ADD-IDX)     TO WPL-TERM-ID.
160800     MOVE WAD-TERM-DATE(WS-ADD-IDX)   TO WPL-TERM-DATE.
160900     MOVE WAD-TERM-TIME(WS-ADD-IDX)   TO WPL-TERM-TIME.
161000     WRITE ACTIVITY-RPT-RECORD FROM WS-PAIR-LINE.
161100     ADD 1 TO WS-LINE-COUNT.
161200 4550-PRINT-PAIR-EXIT.
161300     EXIT.

161400*----------------------------------------------------------------
161500*  4600-PRINT-SOURCES - THE LOGS READ, WITH THEIR LINE COUNTS
161600*----------------------------------------------------------------
161700 4600-PRINT-SOURCES.
161800     MOVE "LOGS READ FOR THIS REPORT:" TO WSL-TEXT.
161900     MOVE WS-LOGS-OPENED               TO WSL-COUNT.
162000     PERFORM 4950-PRINT-SECTION-HEADER
162100         THRU 4950-PRINT-SECTION-HEADER-EXIT.
162200     PERFORM 4650-PRINT-SOURCE
162300         THRU 4650-PRINT-SOURCE-EXIT
162400         VARYING WS-SRC-IDX FROM 1 BY 1
162500         UNTIL WS-SRC-IDX > 5.
162600 4600-PRINT-SOURCES-EXIT.
162700     EXIT.

162800 4650-PRINT-SOURCE.
162900     MOVE WS-SRC-NAME(WS-SRC-IDX)     TO WSR-NAME.
163000     MOVE WS-SRC-READ(WS-SRC-IDX)     TO WSR-READ.
163100     MOVE WS-SRC-IN-RANGE(WS-SRC-IDX) TO WSR-IN-RANGE.
163200     IF WS-SRC-MISSING(WS-SRC-IDX) = 'Y'
163300         MOVE "** NOT AVAILABLE **"   TO WSR-NOTE
163400     ELSE
163500         MOVE SPACES                  TO WSR-NOTE
163600     END-IF.
163700     WRITE ACTIVITY-RPT-RECORD FROM WS-SOURCE-LINE.
163800     ADD 1 TO WS-LINE-COUNT.
163900 4650-PRINT-SOURCE-EXIT.
164000     EXIT.

164100*----------------------------------------------------------------
164200*  4900-PRINT-PAGE-HEADERS - START A NEW PAGE WITH THE RUN DATE,
164300*  PAGE NUMBER, PERIOD AND SECTION NAME
164400*----------------------------------------------------------------
164500 4900-PRINT-PAGE-HEADERS.
164600     ADD 1 TO WS-PAGE-COUNT.
164700     MOVE WS-RUN-MM     TO WR1-RUN-MM.
164800     MOVE WS-RUN-DD     TO WR1-RUN-DD.
164900     MOVE WS-RUN-YY     TO WR1-RUN-YY.
165000     MOVE WS-PAGE-COUNT TO WR1-PAGE-NO.
165100     MOVE WS-FROM-MM    TO WR2-FROM-MM.
165200     MOVE WS-FROM-DD    TO WR2-FROM-DD.
165300     MOVE WS-FROM-YY    TO WR2-FROM-YY.
165400     MOVE WS-THRU-MM    TO WR2-THRU-MM.
165500     MOVE WS-THRU-DD    TO WR2-THRU-DD.
165600     MOVE WS-THRU-YY    TO WR2-THRU-YY.
165700     IF WS-PAGE-COUNT > 1
165800         WRITE ACTIVITY-RPT-RECORD FROM SPACES
165900             AFTER ADVANCING PAGE
166000     END-IF.
166100     WRITE ACTIVITY-RPT-RECORD FROM WS-PAGE-HEADER-1.
166200     WRITE ACTIVITY-RPT-RECORD FROM WS-PAGE-HEADER-2.
166300     WRITE ACTIVITY-RPT-RECORD FROM SPACES.
166400     MOVE 3 TO WS-LINE-COUNT.
166500 4900-PRINT-PAGE-HEADERS-EXIT.
166600     EXIT.

166700*----------------------------------------------------------------
166800*  4950-PRINT-SECTION-HEADER - A BLANK LINE AND THE SECTION TITLE
166900*  WITH ITS COUNT, ON A NEW PAGE WHEN THE SECTION WOULD START AT
167000*  THE FOOT OF THIS ONE
167100*----------------------------------------------------------------
167200 4950-PRINT-SECTION-HEADER.
167300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
167400         PERFORM 4900-PRINT-PAGE-HEADERS
167500             THRU 4900-PRINT-PAGE-HEADERS-EXIT
167600     END-IF.
167700     WRITE ACTIVITY-RPT-RECORD FROM SPACES.
167800     WRITE ACTIVITY-RPT-RECORD FROM WS-SECTION-LINE.
167900     ADD 2 TO WS-LINE-COUNT.
168000 4950-PRINT-SECTION-HEADER-EXIT.
168100     EXIT.

168200*----------------------------------------------------------------
168300*  3000-TERMINATE - REPORT THE COUNTS AND CLOSE THE REPORT
168400*----------------------------------------------------------------
168500 3000-TERMINATE.
168600     IF NOT WS-INIT-FAILED
168700         DISPLAY "OPRACTV: PERIOD " WS-FROM-DATE " THRU "
168800             WS-THRU-DATE " OPERATORS = " WS-OPR-COUNT
168900         DISPLAY "OPRACTV: DENIALS = " WS-DENY-COUNT
169000             " OVERRIDES = " WS-OVR-COUNT
169100             " NOT ON OPERATOR-AUTH = " WS-NOAUTH-COUNT
169200             " ADD/TERM PAIRS = " WS-PAIR-COUNT
169300     END-IF.
169400     IF WS-OPARPT-OPEN
169500         CLOSE ACTIVITY-RPT
169600     END-IF.
169700 3000-TERMINATE-EXIT.
169800     EXIT.
