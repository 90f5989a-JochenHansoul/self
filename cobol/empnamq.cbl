000100*****************************************************************
000200*  PROGRAM     :  EMPNAMQ
000300*  AUTHOR      :  J. HANSOUL
000400*  INSTALLATION:  DATA PROCESSING
000500*  DATE-WRITTEN:  10/15/2026
000600*  DATE-COMPILED:
000700*----------------------------------------------------------------
000800*  PURPOSE     :  ONLINE EMPLOYEE NAME INQUIRY. THE OPERATOR
000900*                 KEYS A FULL LAST NAME OR ITS LEADING LETTERS
001000*                 AND PAGES THROUGH THE MATCHING EMPLOYEES, READ
001100*                 IN NAME ORDER THROUGH THE LAST/FIRST NAME
001200*                 ALTERNATE KEY ON EMPLOYEE-MASTER. EACH MATCH
001300*                 SHOWS THE ID, FULL NAME AND TITLE, DEPARTMENT
001400*                 NAME FROM DEPT-MASTER, STATUS, AND HIRE AND
001500*                 TERMINATION DATES. PICKING A MATCH BY ITS LINE
001600*                 NUMBER SHOWS THAT EMPLOYEE'S MOST RECENT
001700*                 CHANGE-HIST LINES (CHGINQ PRINTS THE FULL
001800*                 TRAIL INCLUDING CHANGE-ARCH). THE INQUIRY IS
001900*                 READ-ONLY: THE MASTER IS OPENED INPUT, NOTHING
002000*                 IS WRITTEN, NO OPERATOR-AUTH AUTHORITY IS
002100*                 NEEDED, AND THE RUNLOCK INTERLOCK IS NEITHER
002200*                 TAKEN NOR CHECKED, SO AN EMPMAINT SESSION OR
002300*                 THE NIGHTLY BATCH HOLDING IT DOES NOT BLOCK A
002400*                 LOOKUP.
002500*----------------------------------------------------------------
002600*  MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    10/15/2026 JH    ORIGINAL PROGRAM.
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100     PROGRAM-ID.     EMPNAMQ.
003200     AUTHOR.         J. HANSOUL.
003300     INSTALLATION.   DATA PROCESSING.
003400     DATE-WRITTEN.   10/15/2026.
003500     DATE-COMPILED.

003600*----------------------------------------------------------------
003700*  ENVIRONMENT DIVISION
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100     SOURCE-COMPUTER.   IBM-370.
004200     OBJECT-COMPUTER.   IBM-370.

004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS EM-ID
004900         ALTERNATE RECORD KEY IS EM-NAME-KEY
005000             WITH DUPLICATES
005100         FILE STATUS IS WS-EMPMAST-STATUS.
005200     SELECT DEPT-MASTER   ASSIGN TO "DEPTMAST"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-DEPTMAST-STATUS.
005500     SELECT CHANGE-HIST   ASSIGN TO "EMPCHG"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CHGHIST-STATUS.

005800*----------------------------------------------------------------
005900*  DATA DIVISION
006000*----------------------------------------------------------------
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  EMPLOYEE-MASTER
006400     LABEL RECORDS ARE STANDARD.
006500     COPY EMPREC REPLACING
006600         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
006700         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
006800         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
006900         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
007000         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
007100         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
007200         ==WS-TITLE==           BY ==EM-TITLE==
007300         ==WS-NAME==            BY ==EM-NAME==
007400         ==WS-ID==              BY ==EM-ID==
007500         ==WS-DEPT==            BY ==EM-DEPT==
007600         ==WS-EMP-NO==          BY ==EM-EMP-NO==
007700         ==WS-STATUS-CODE==     BY ==EM-STATUS-CODE==
007800         ==WS-STA-ACTIVE==      BY ==EM-STA-ACTIVE==
007900         ==WS-STA-ON-LEAVE==    BY ==EM-STA-ON-LEAVE==
008000         ==WS-STA-TERMINATED==  BY ==EM-STA-TERMINATED==
008100         ==WS-HIRE-DATE==       BY ==EM-HIRE-DATE==
008200         ==WS-TERM-DATE==       BY ==EM-TERM-DATE==.

008300 FD  DEPT-MASTER
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  DEPT-MASTER-RECORD       PIC X(29).

008700 FD  CHANGE-HIST
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  CHANGE-HIST-RECORD       PIC X(120).

009100 WORKING-STORAGE SECTION.
009200     COPY EMPREC REPLACING
009300         ==WS-EMPLOYEE-RECORD== BY ==WI-EMPLOYEE-RECORD==
009400         ==WS-NAME-DATA==       BY ==WI-NAME-DATA==
009500         ==WS-NAME-KEY==        BY ==WI-NAME-KEY==
009600         ==WS-LAST-NAME==       BY ==WI-LAST-NAME==
009700         ==WS-FIRST-NAME==      BY ==WI-FIRST-NAME==
009800         ==WS-MIDDLE-INIT==     BY ==WI-MIDDLE-INIT==
009900         ==WS-TITLE==           BY ==WI-TITLE==
010000         ==WS-NAME==            BY ==WI-NAME==
010100         ==WS-ID==              BY ==WI-ID==
010200         ==WS-DEPT==            BY ==WI-DEPT==
010300         ==WS-EMP-NO==          BY ==WI-EMP-NO==
010400         ==WS-STATUS-CODE==     BY ==WI-STATUS-CODE==
010500         ==WS-STA-ACTIVE==      BY ==WI-STA-ACTIVE==
010600         ==WS-STA-ON-LEAVE==    BY ==WI-STA-ON-LEAVE==
010700         ==WS-STA-TERMINATED==  BY ==WI-STA-TERMINATED==
010800         ==WS-HIRE-DATE==       BY ==WI-HIRE-DATE==
010900         ==WS-TERM-DATE==       BY ==WI-TERM-DATE==.

011000*----------------------------------------------------------------
011100*  WD-EMPLOYEE-RECORD - THE TABLED MATCH BEING SHOWN OR PICKED.
011200*  WI-EMPLOYEE-RECORD ABOVE HOLDS ONLY THE READ-AHEAD MATCH FOR
011300*  THE NEXT PAGE AND MUST NOT BE DISTURBED BETWEEN PAGES.
011400*----------------------------------------------------------------
011500     COPY EMPREC REPLACING
011600         ==WS-EMPLOYEE-RECORD== BY ==WD-EMPLOYEE-RECORD==
011700         ==WS-NAME-DATA==       BY ==WD-NAME-DATA==
011800         ==WS-NAME-KEY==        BY ==WD-NAME-KEY==
011900         ==WS-LAST-NAME==       BY ==WD-LAST-NAME==
012000         ==WS-FIRST-NAME==      BY ==WD-FIRST-NAME==
012100         ==WS-MIDDLE-INIT==     BY ==WD-MIDDLE-INIT==
012200         ==WS-TITLE==           BY ==WD-TITLE==
012300         ==WS-NAME==            BY ==WD-NAME==
012400         ==WS-ID==              BY ==WD-ID==
012500         ==WS-DEPT==            BY ==WD-DEPT==
012600         ==WS-EMP-NO==          BY ==WD-EMP-NO==
012700         ==WS-STATUS-CODE==     BY ==WD-STATUS-CODE==
012800         ==WS-STA-ACTIVE==      BY ==WD-STA-ACTIVE==
012900         ==WS-STA-ON-LEAVE==    BY ==WD-STA-ON-LEAVE==
013000         ==WS-STA-TERMINATED==  BY ==WD-STA-TERMINATED==
013100         ==WS-HIRE-DATE==       BY ==WD-HIRE-DATE==
013200         ==WS-TERM-DATE==       BY ==WD-TERM-DATE==.
013300     COPY EMPLIM.
013400     COPY DEPTREC.

013500*----------------------------------------------------------------
013600*  WS-DEPT-NAME-TABLE - DEPARTMENT NAMES FROM DEPT-MASTER,
013700*  INDEXED DIRECTLY BY THE DEPARTMENT CODE THE SAME WAY EMPLIST
013800*  INDEXES ITS NAME TABLE. A CODE NOT ON THE FILE (OR A MISSING
013900*  FILE) LEAVES ITS NAME BLANK.
014000*----------------------------------------------------------------
014100 01  WS-DEPT-NAME-TABLE.
014200     05  WS-DPT-NAME-ENTRY OCCURS 899 TIMES
014300                              PIC X(25).

014400*----------------------------------------------------------------
014500*  WS-HIST-LINE - ONE CHANGE-HIST LINE AS EMPMAINT WRITES IT,
014600*  THE SAME VIEW CHGINQ USES. THE STANDARD LAYOUT CARRIES ONE
014700*  EMPLOYEE ID AFTER THE ACTION; THE XFER LAYOUT (TOLD APART BY
014800*  " XFER " IN COLUMNS 27-32) CARRIES THE OLD AND NEW IDS.
014900*----------------------------------------------------------------
015000 01  WS-HIST-LINE.
015100     05  WL-DATE              PIC X(08).
015200     05  FILLER               PIC X(18).
015300     05  WL-STD-PORTION.
015400         10  FILLER           PIC X(01).
015500         10  WL-ACTION        PIC X(06).
015600         10  FILLER           PIC X(01).
015700         10  WL-DEPT          PIC X(03).
015800         10  FILLER           PIC X(01).
015900         10  WL-EMP-NO        PIC X(05).
016000         10  FILLER           PIC X(77).
016100     05  WL-XFER-PORTION REDEFINES WL-STD-PORTION.
016200         10  WL-X-TAG         PIC X(06).
016300         10  WL-X-OLD-DEPT    PIC X(03).
016400         10  FILLER           PIC X(01).
016500         10  WL-X-OLD-EMP-NO  PIC X(05).
016600         10  FILLER           PIC X(04).
016700         10  WL-X-NEW-DEPT    PIC X(03).
016800         10  FILLER           PIC X(01).
016900         10  WL-X-NEW-EMP-NO  PIC X(05).
017000         10  FILLER           PIC X(66).

017100 01  WS-SWITCHES.
017200     05  WS-DONE-SWITCH       PIC X(01) VALUE 'N'.
017300         88  WS-DONE                    VALUE 'Y'.
017400     05  WS-MAST-OPEN-SWITCH  PIC X(01) VALUE 'N'.
017500         88  WS-MAST-OPEN               VALUE 'Y'.
017600     05  WS-MATCH-EOF-SWITCH  PIC X(01) VALUE 'N'.
017700         88  WS-MATCH-EOF               VALUE 'Y'.
017800     05  WS-BROWSE-SWITCH     PIC X(01) VALUE 'N'.
017900         88  WS-BROWSE-DONE             VALUE 'Y'.
018000     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
018100         88  WS-HIST-EOF                VALUE 'Y'.
018200     05  WS-DEPTMAST-EOF-SWITCH PIC X(01) VALUE 'N'.
018300         88  WS-DEPTMAST-EOF             VALUE 'Y'.

018400 01  WS-FILE-STATUSES.
018500     05  WS-EMPMAST-STATUS    PIC X(02) VALUE SPACES.
018600     05  WS-DEPTMAST-STATUS   PIC X(02) VALUE SPACES.
018700     05  WS-CHGHIST-STATUS    PIC X(02) VALUE SPACES.

018800 01  WS-RUN-DATE.
018900     05  WS-RUN-YY            PIC 9(02).
019000     05  WS-RUN-MM            PIC 9(02).
019100     05  WS-RUN-DD            PIC 9(02).

019200*----------------------------------------------------------------
019300*  SEARCH AND PAGING WORK AREAS - THE KEYED LAST-NAME LETTERS,
019400*  HOW MANY OF THEM COUNT, AND THE MATCHES ON THE PAGE SHOWN.
019500*  THE PAGE IS SIZED SO TWO LINES PER MATCH PLUS THE HEADINGS
019600*  AND PROMPT FIT ON ONE 24-LINE SCREEN.
019700*----------------------------------------------------------------
019800 01  WS-SEL-LAST-NAME         PIC X(15) VALUE SPACES.
019900 01  WS-NAME-LENGTH           PIC 9(02) VALUE ZERO.
020000 01  WS-PAGE-SIZE             PIC 9(02) VALUE 08.
020100 01  WS-PAGE-NO               PIC 9(03) VALUE ZERO.
020200 01  WS-PAGE-ENTRIES          PIC 9(02) VALUE ZERO.
020300 01  WS-MATCH-IDX             PIC 9(02) VALUE ZERO.
020400 01  WS-PICK                  PIC 9(02) VALUE ZERO.
020500 01  WS-PICK-INPUT            PIC X(02) VALUE SPACES.
020600 01  WS-MATCH-TABLE.
020700     05  WS-MATCH-ENTRY       OCCURS 8 TIMES
020800                              PIC X(51).

020900*----------------------------------------------------------------
021000*  RECENT-HISTORY WORK AREAS - THE LAST TEN CHANGE-HIST LINES
021100*  FOR THE PICKED EMPLOYEE, KEPT IN A TABLE THAT WRAPS SO ONLY
021200*  THE NEWEST TEN SURVIVE ONE PASS OF THE LIVE FILE
021300*----------------------------------------------------------------
021400 01  WS-HST-DEPT              PIC X(03) VALUE SPACES.
021500 01  WS-HST-EMP-NO            PIC X(05) VALUE SPACES.
021600 01  WS-HST-MAX               PIC 9(02) VALUE 10.
021700 01  WS-HST-FOUND             PIC 9(05) VALUE ZERO.
021800 01  WS-HST-NEXT              PIC 9(02) VALUE ZERO.
021900 01  WS-HST-SLOT              PIC 9(02) VALUE ZERO.
022000 01  WS-HST-SHOWN             PIC 9(02) VALUE ZERO.
022100 01  WS-HST-TO-SHOW           PIC 9(02) VALUE ZERO.
022200 01  WS-HST-TABLE.
022300     05  WS-HST-ENTRY         OCCURS 10 TIMES
022400                              PIC X(120).

022500*----------------------------------------------------------------
022600*  DATE DISPLAY - A YYMMDD MASTER DATE SHOWN AS MM/DD/YY, BLANK
022700*  WHEN THE DATE IS ZERO (NO TERMINATION DATE)
022800*----------------------------------------------------------------
022900 01  WS-DATE-YYMMDD           PIC 9(06) VALUE ZERO.
023000 01  WS-DATE-PARTS REDEFINES WS-DATE-YYMMDD.
023100     05  WS-DP-YY             PIC 9(02).
023200     05  WS-DP-MM             PIC 9(02).
023300     05  WS-DP-DD             PIC 9(02).
023400 01  WS-DATE-SHOW.
023500     05  WS-DS-MM             PIC 9(02).
023600     05  FILLER               PIC X(01) VALUE "/".
023700     05  WS-DS-DD             PIC 9(02).
023800     05  FILLER               PIC X(01) VALUE "/".
023900     05  WS-DS-YY             PIC 9(02).
024000 01  WS-DATE-TEXT             PIC X(08) VALUE SPACES.

024100 01  WS-PAGE-HEADER.
024200     05  FILLER               PIC X(09) VALUE "MATCHES: ".
024300     05  WPH-SEL-LAST-NAME    PIC X(15).
024400     05  FILLER               PIC X(07) VALUE "  PAGE ".
024500     05  WPH-PAGE-NO          PIC ZZ9.

024600 01  WS-COLUMN-HEADER.
024700     05  FILLER               PIC X(05) VALUE "  NO ".
024800     05  FILLER               PIC X(11) VALUE "ID".
024900     05  FILLER               PIC X(32) VALUE "NAME".
025000     05  FILLER               PIC X(05) VALUE "TITLE".

025100 01  WS-COLUMN-HEADER-2.
025200     05  FILLER               PIC X(05) VALUE SPACES.
025300     05  FILLER               PIC X(26) VALUE "DEPARTMENT".
025400     05  FILLER               PIC X(11) VALUE "STATUS".
025500     05  FILLER               PIC X(09) VALUE "HIRED".
025600     05  FILLER               PIC X(10) VALUE "TERMINATED".

025700*----------------------------------------------------------------
025800*  WS-MATCH-LINE-1/2 - THE TWO SCREEN LINES SHOWN FOR EACH MATCH
025900*----------------------------------------------------------------
026000 01  WS-MATCH-LINE-1.
026100     05  FILLER               PIC X(01) VALUE SPACES.
026200     05  WM1-LINE-NO          PIC Z9.
026300     05  FILLER               PIC X(02) VALUE SPACES.
026400     05  WM1-DEPT             PIC 9(03).
026500     05  FILLER               PIC X(01) VALUE "-".
026600     05  WM1-EMP-NO           PIC 9(05).
026700     05  FILLER               PIC X(02) VALUE SPACES.
026800     05  WM1-FULL-NAME        PIC X(30).
026900     05  FILLER               PIC X(02) VALUE SPACES.
027000     05  WM1-TITLE            PIC X(04).

027100 01  WS-MATCH-LINE-2.
027200     05  FILLER               PIC X(05) VALUE SPACES.
027300     05  WM2-DEPT-NAME        PIC X(25).
027400     05  FILLER               PIC X(01) VALUE SPACES.
027500     05  WM2-STATUS           PIC X(10).
027600     05  FILLER               PIC X(01) VALUE SPACES.
027700     05  WM2-HIRE-DATE        PIC X(08).
027800     05  FILLER               PIC X(01) VALUE SPACES.
027900     05  WM2-TERM-DATE        PIC X(08).

028000*----------------------------------------------------------------
028100*  PROCEDURE DIVISION
028200*----------------------------------------------------------------
028300 PROCEDURE DIVISION.
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE
028600         THRU 1000-INITIALIZE-EXIT.
028700     PERFORM 2000-PROCESS-INQUIRY
028800         THRU 2000-PROCESS-INQUIRY-EXIT
028900         UNTIL WS-DONE.
029000     PERFORM 3000-TERMINATE
029100         THRU 3000-TERMINATE-EXIT.
029200     STOP RUN.

029300*----------------------------------------------------------------
029400*  1000-INITIALIZE - LOAD THE DEPARTMENT NAMES AND OPEN THE
029500*  MASTER FOR INPUT ONLY. NO OPERATOR ID IS ASKED FOR AND NO
029600*  RUNLOCK IS TAKEN - NOTHING IN THIS SESSION CHANGES A FILE.
029700*----------------------------------------------------------------
029800 1000-INITIALIZE.
029900     ACCEPT WS-RUN-DATE FROM DATE.
030000     DISPLAY "EMPNAMQ - EMPLOYEE NAME INQUIRY".
030100     PERFORM 1200-LOAD-DEPT-NAMES
030200         THRU 1200-LOAD-DEPT-NAMES-EXIT.
030300     OPEN INPUT EMPLOYEE-MASTER.
030400     IF WS-EMPMAST-STATUS NOT = "00"
030500         DISPLAY "EMPNAMQ: ERROR OPENING EMPLOYEE-MASTER "
030600             "STATUS = " WS-EMPMAST-STATUS
030700         SET WS-DONE TO TRUE
030800     ELSE
030900         SET WS-MAST-OPEN TO TRUE
031000     END-IF.
031100 1000-INITIALIZE-EXIT.
031200     EXIT.

031300*----------------------------------------------------------------
031400*  1200-LOAD-DEPT-NAMES - LOAD THE DEPARTMENT NAMES FROM
031500*  DEPT-MASTER INTO THE DIRECT-INDEXED NAME TABLE. A MISSING FILE
031600*  LEAVES EVERY NAME BLANK WITH A WARNING - THE LOOKUP IS STILL
031700*  USEFUL WITHOUT THEM.
031800*----------------------------------------------------------------
031900 1200-LOAD-DEPT-NAMES.
032000     MOVE SPACES TO WS-DEPT-NAME-TABLE.
032100     MOVE 'N' TO WS-DEPTMAST-EOF-SWITCH.
032200     OPEN INPUT DEPT-MASTER.
032300     IF WS-DEPTMAST-STATUS NOT = "00"
032400         DISPLAY "EMPNAMQ: NO DEPARTMENT MASTER - STATUS = "
032500             WS-DEPTMAST-STATUS " - NAMES LEFT BLANK"
032600         GO TO 1200-LOAD-DEPT-NAMES-EXIT
032700     END-IF.
032800     PERFORM 1250-READ-DEPT-RECORD
032900         THRU 1250-READ-DEPT-RECORD-EXIT
033000         UNTIL WS-DEPTMAST-EOF.
033100     CLOSE DEPT-MASTER.
033200 1200-LOAD-DEPT-NAMES-EXIT.
033300     EXIT.

033400*----------------------------------------------------------------
033500*  1250-READ-DEPT-RECORD - READ ONE DEPARTMENT RECORD INTO THE
033600*  NAME TABLE SLOT FOR ITS CODE. CODES OUTSIDE THE EMPLIM RANGE
033700*  ARE IGNORED - THEY WOULD OVERRUN THE TABLE.
033800*----------------------------------------------------------------
033900 1250-READ-DEPT-RECORD.
034000     READ DEPT-MASTER INTO WS-DEPARTMENT-RECORD
034100         AT END
034200             SET WS-DEPTMAST-EOF TO TRUE
034300     END-READ.
034400     IF NOT WS-DEPTMAST-EOF
034500         IF WS-DPT-CODE IS NUMERIC AND
034600            WS-DPT-CODE >= WS-DEPT-LOW AND
034700            WS-DPT-CODE <= WS-DEPT-HIGH
034800             MOVE WS-DPT-NAME TO WS-DPT-NAME-ENTRY(WS-DPT-CODE)
034900         END-IF
035000     END-IF.
035100 1250-READ-DEPT-RECORD-EXIT.
035200     EXIT.

035300*----------------------------------------------------------------
035400*  2000-PROCESS-INQUIRY - PROMPT FOR ONE LAST NAME, POSITION ON
035500*  THE NAME KEY, AND LET THE OPERATOR PAGE THROUGH THE MATCHES.
035600*  A BLANK NAME ENDS THE SESSION.
035700*----------------------------------------------------------------
035800 2000-PROCESS-INQUIRY.
035900     DISPLAY " ".
036000     DISPLAY "ENTER LAST NAME OR ITS LEADING LETTERS "
036100         "(BLANK = QUIT): " WITH NO ADVANCING.
036200     MOVE SPACES TO WS-SEL-LAST-NAME.
036300     ACCEPT WS-SEL-LAST-NAME.
036400     IF WS-SEL-LAST-NAME = SPACES
036500         SET WS-DONE TO TRUE
036600         GO TO 2000-PROCESS-INQUIRY-EXIT
036700     END-IF.
036800     PERFORM 2050-SET-NAME-LENGTH
036900         THRU 2050-SET-NAME-LENGTH-EXIT.
037000     IF WS-NAME-LENGTH = ZERO
037100         DISPLAY "EMPNAMQ: KEY THE NAME FROM THE FIRST POSITION"
037200         GO TO 2000-PROCESS-INQUIRY-EXIT
037300     END-IF.
037400     MOVE 'N'    TO WS-MATCH-EOF-SWITCH.
037500     MOVE 'N'    TO WS-BROWSE-SWITCH.
037600     MOVE ZERO   TO WS-PAGE-NO.
037700     MOVE SPACES TO EM-NAME-KEY.
037800     MOVE WS-SEL-LAST-NAME TO EM-LAST-NAME.
037900     START EMPLOYEE-MASTER KEY IS >= EM-NAME-KEY
038000         INVALID KEY
038100             SET WS-MATCH-EOF TO TRUE
038200     END-START.
038300     IF NOT WS-MATCH-EOF
038400         PERFORM 2160-READ-NEXT-MATCH
038500             THRU 2160-READ-NEXT-MATCH-EXIT
038600     END-IF.
038700     IF WS-MATCH-EOF
038800         DISPLAY "EMPNAMQ: NO EMPLOYEES MATCH '"
038900             WS-SEL-LAST-NAME(1:WS-NAME-LENGTH) "'"
039000         GO TO 2000-PROCESS-INQUIRY-EXIT
039100     END-IF.
039200     PERFORM 2100-LOAD-PAGE
039300         THRU 2100-LOAD-PAGE-EXIT.
039400     PERFORM 2300-BROWSE-PAGE
039500         THRU 2300-BROWSE-PAGE-EXIT
039600         UNTIL WS-BROWSE-DONE.
039700 2000-PROCESS-INQUIRY-EXIT.
039800     EXIT.

039900*----------------------------------------------------------------
040000*  2050-SET-NAME-LENGTH - THE NUMBER OF LEADING LETTERS KEYED.
040100*  THE KEYED LETTERS END AT THE FIRST DOUBLE SPACE, SO A NAME
040200*  SUCH AS "VAN DYKE" IS TAKEN WHOLE, AS IN THE EMPPURGE LOOKUP.
040300*----------------------------------------------------------------
040400 2050-SET-NAME-LENGTH.
040500     MOVE ZERO TO WS-NAME-LENGTH.
040600     INSPECT WS-SEL-LAST-NAME TALLYING WS-NAME-LENGTH
040700         FOR CHARACTERS BEFORE INITIAL "  ".
040800 2050-SET-NAME-LENGTH-EXIT.
040900     EXIT.

041000*----------------------------------------------------------------
041100*  2100-LOAD-PAGE - FILL THE PAGE TABLE WITH UP TO A PAGE OF
041200*  MATCHES. THE NEXT MATCH IS ALWAYS READ AHEAD INTO
041300*  WI-EMPLOYEE-RECORD, SO WHEN THE PAGE IS FULL THE MATCH-EOF
041400*  SWITCH ALREADY SAYS WHETHER ANOTHER PAGE FOLLOWS.
041500*----------------------------------------------------------------
041600 2100-LOAD-PAGE.
041700     MOVE ZERO TO WS-PAGE-ENTRIES.
041800     ADD 1 TO WS-PAGE-NO.
041900     PERFORM 2150-LOAD-MATCH
042000         THRU 2150-LOAD-MATCH-EXIT
042100         UNTIL WS-MATCH-EOF OR
042200               WS-PAGE-ENTRIES >= WS-PAGE-SIZE.
042300 2100-LOAD-PAGE-EXIT.
042400     EXIT.

042500*----------------------------------------------------------------
042600*  2150-LOAD-MATCH - TABLE THE READ-AHEAD MATCH AND READ THE NEXT
042700*----------------------------------------------------------------
042800 2150-LOAD-MATCH.
042900     ADD 1 TO WS-PAGE-ENTRIES.
043000     MOVE WI-EMPLOYEE-RECORD TO WS-MATCH-ENTRY(WS-PAGE-ENTRIES).
043100     PERFORM 2160-READ-NEXT-MATCH
043200         THRU 2160-READ-NEXT-MATCH-EXIT.
043300 2150-LOAD-MATCH-EXIT.
043400     EXIT.

043500*----------------------------------------------------------------
043600*  2160-READ-NEXT-MATCH - READ THE NEXT RECORD IN NAME ORDER. THE
043700*  MATCHES END AT THE FIRST LAST NAME THAT NO LONGER STARTS WITH
043800*  THE KEYED LETTERS. A READ ON A DUPLICATE NAME RETURNS STATUS
043900*  02, WHICH IS A GOOD READ.
044000*----------------------------------------------------------------
044100 2160-READ-NEXT-MATCH.
044200     READ EMPLOYEE-MASTER NEXT RECORD INTO WI-EMPLOYEE-RECORD
044300         AT END
044400             SET WS-MATCH-EOF TO TRUE
044500             GO TO 2160-READ-NEXT-MATCH-EXIT
044600     END-READ.
044700     IF WS-EMPMAST-STATUS NOT = "00" AND
044800        WS-EMPMAST-STATUS NOT = "02"
044900         DISPLAY "EMPNAMQ: ERROR READING EMPLOYEE-MASTER "
045000             "STATUS = " WS-EMPMAST-STATUS
045100         SET WS-MATCH-EOF TO TRUE
045200         GO TO 2160-READ-NEXT-MATCH-EXIT
045300     END-IF.
045400     IF WI-LAST-NAME(1:WS-NAME-LENGTH) NOT =
045500        WS-SEL-LAST-NAME(1:WS-NAME-LENGTH)
045600         SET WS-MATCH-EOF TO TRUE
045700     END-IF.
045800 2160-READ-NEXT-MATCH-EXIT.
045900     EXIT.

046000*----------------------------------------------------------------
046100*  2300-BROWSE-PAGE - SHOW THE CURRENT PAGE AND TAKE THE
046200*  OPERATOR'S CHOICE: A LINE NUMBER SHOWS THAT EMPLOYEE'S RECENT
046300*  HISTORY, N MOVES TO THE NEXT PAGE, BLANK GOES BACK FOR A NEW
046400*  NAME
046500*----------------------------------------------------------------
046600 2300-BROWSE-PAGE.
046700     MOVE WS-SEL-LAST-NAME TO WPH-SEL-LAST-NAME.
046800     MOVE WS-PAGE-NO       TO WPH-PAGE-NO.
046900     DISPLAY " ".
047000     DISPLAY WS-PAGE-HEADER.
047100     DISPLAY WS-COLUMN-HEADER.
047200     DISPLAY WS-COLUMN-HEADER-2.
047300     PERFORM 2350-SHOW-MATCH
047400         THRU 2350-SHOW-MATCH-EXIT
047500         VARYING WS-MATCH-IDX FROM 1 BY 1
047600         UNTIL WS-MATCH-IDX > WS-PAGE-ENTRIES.
047700     IF WS-MATCH-EOF
047800         DISPLAY "END OF MATCHES"
047900     ELSE
048000         DISPLAY "MORE MATCHES FOLLOW - N FOR THE NEXT PAGE"
048100     END-IF.
048200     DISPLAY "LINE NO FOR HISTORY, N = NEXT PAGE, "
048300         "BLANK = NEW NAME: " WITH NO ADVANCING.
048400     MOVE SPACES TO WS-PICK-INPUT.
048500     ACCEPT WS-PICK-INPUT.
048600     IF WS-PICK-INPUT = SPACES
048700         SET WS-BROWSE-DONE TO TRUE
048800         GO TO 2300-BROWSE-PAGE-EXIT
048900     END-IF.
049000     IF WS-PICK-INPUT = "N " OR WS-PICK-INPUT = "n "
049100         IF WS-MATCH-EOF
049200             DISPLAY "EMPNAMQ: NO MORE MATCHES"
049300         ELSE
049400             PERFORM 2100-LOAD-PAGE
049500                 THRU 2100-LOAD-PAGE-EXIT
049600         END-IF
049700         GO TO 2300-BROWSE-PAGE-EXIT
049800     END-IF.
049900     IF WS-PICK-INPUT(2:1) = SPACE
050000         MOVE WS-PICK-INPUT(1:1) TO WS-PICK-INPUT(2:1)
050100         MOVE "0" TO WS-PICK-INPUT(1:1)
050200     END-IF.
050300     IF WS-PICK-INPUT IS NOT NUMERIC
050400         DISPLAY "EMPNAMQ: INVALID CHOICE - TRY AGAIN"
050500         GO TO 2300-BROWSE-PAGE-EXIT
050600     END-IF.
050700     MOVE WS-PICK-INPUT TO WS-PICK.
050800     IF WS-PICK < 1 OR WS-PICK > WS-PAGE-ENTRIES
050900         DISPLAY "EMPNAMQ: INVALID CHOICE - TRY AGAIN"
051000         GO TO 2300-BROWSE-PAGE-EXIT
051100     END-IF.
051200     PERFORM 2500-SHOW-HISTORY
051300         THRU 2500-SHOW-HISTORY-EXIT.
051400 2300-BROWSE-PAGE-EXIT.
051500     EXIT.

051600*----------------------------------------------------------------
051700*  2350-SHOW-MATCH - DISPLAY ONE TABLED MATCH ON TWO LINES: ID,
051800*  FULL NAME AND TITLE; THEN DEPARTMENT NAME, STATUS, AND THE
051900*  HIRE AND TERMINATION DATES
052000*----------------------------------------------------------------
052100 2350-SHOW-MATCH.
052200     MOVE WS-MATCH-ENTRY(WS-MATCH-IDX) TO WD-EMPLOYEE-RECORD.
052300     MOVE WS-MATCH-IDX TO WM1-LINE-NO.
052400     MOVE WD-DEPT      TO WM1-DEPT.
052500     MOVE WD-EMP-NO    TO WM1-EMP-NO.
052600     MOVE SPACES       TO WM1-FULL-NAME.
052700     STRING WD-LAST-NAME   DELIMITED BY "  "
052800            ", "           DELIMITED BY SIZE
052900            WD-FIRST-NAME  DELIMITED BY "  "
053000            " "            DELIMITED BY SIZE
053100            WD-MIDDLE-INIT DELIMITED BY SIZE
053200            INTO WM1-FULL-NAME.
053300     MOVE WD-TITLE     TO WM1-TITLE.
053400     IF WD-DEPT >= WS-DEPT-LOW AND WD-DEPT <= WS-DEPT-HIGH
053500         MOVE WS-DPT-NAME-ENTRY(WD-DEPT) TO WM2-DEPT-NAME
053600     ELSE
053700         MOVE SPACES TO WM2-DEPT-NAME
053800     END-IF.
053900     IF WM2-DEPT-NAME = SPACES
054000         MOVE "*NOT ON DEPT-MASTER*" TO WM2-DEPT-NAME
054100     END-IF.
054200     EVALUATE TRUE
054300         WHEN WD-STA-ACTIVE
054400             MOVE "ACTIVE"     TO WM2-STATUS
054500         WHEN WD-STA-ON-LEAVE
054600             MOVE "ON LEAVE"   TO WM2-STATUS
054700         WHEN WD-STA-TERMINATED
054800             MOVE "TERMINATED" TO WM2-STATUS
054900         WHEN OTHER
055000             MOVE SPACES       TO WM2-STATUS
055100             STRING "STATUS " WD-STATUS-CODE DELIMITED BY SIZE
055200                 INTO WM2-STATUS
055300     END-EVALUATE.
055400     MOVE WD-HIRE-DATE TO WS-DATE-YYMMDD.
055500     PERFORM 2370-FORMAT-DATE
055600         THRU 2370-FORMAT-DATE-EXIT.
055700     MOVE WS-DATE-TEXT TO WM2-HIRE-DATE.
055800     MOVE WD-TERM-DATE TO WS-DATE-YYMMDD.
055900     PERFORM 2370-FORMAT-DATE
056000         THRU 2370-FORMAT-DATE-EXIT.
056100     MOVE WS-DATE-TEXT TO WM2-TERM-DATE.
056200     DISPLAY WS-MATCH-LINE-1.
056300     DISPLAY WS-MATCH-LINE-2.
056400 2350-SHOW-MATCH-EXIT.
056500     EXIT.

056600*----------------------------------------------------------------
056700*  2370-FORMAT-DATE - SHOW A YYMMDD DATE AS MM/DD/YY, OR BLANK
056800*  WHEN IT IS ZERO
056900*----------------------------------------------------------------
057000 2370-FORMAT-DATE.
057100     MOVE SPACES TO WS-DATE-TEXT.
057200     IF WS-DATE-YYMMDD IS NOT NUMERIC OR
057300        WS-DATE-YYMMDD = ZERO
057400         GO TO 2370-FORMAT-DATE-EXIT
057500     END-IF.
057600     MOVE WS-DP-MM TO WS-DS-MM.
057700     MOVE WS-DP-DD TO WS-DS-DD.
057800     MOVE WS-DP-YY TO WS-DS-YY.
057900     MOVE WS-DATE-SHOW TO WS-DATE-TEXT.
058000 2370-FORMAT-DATE-EXIT.
058100     EXIT.

058200*----------------------------------------------------------------
058300*  2500-SHOW-HISTORY - READ THE LIVE CHANGE-HIST FILE ONCE,
058400*  KEEPING THE LAST TEN LINES FOR THE PICKED EMPLOYEE, AND SHOW
058500*  THEM OLDEST FIRST. THE FILE IS OPENED INPUT AND CLOSED AGAIN,
058600*  SO THE BROWSE POSITION ON THE MASTER IS NOT DISTURBED.
058700*----------------------------------------------------------------
058800 2500-SHOW-HISTORY.
058900     MOVE WS-MATCH-ENTRY(WS-PICK) TO WD-EMPLOYEE-RECORD.
059000     MOVE WD-DEPT   TO WS-HST-DEPT.
059100     MOVE WD-EMP-NO TO WS-HST-EMP-NO.
059200     MOVE ZERO TO WS-HST-FOUND.
059300     MOVE 1    TO WS-HST-NEXT.
059400     MOVE 'N'  TO WS-HIST-EOF-SWITCH.
059500     OPEN INPUT CHANGE-HIST.
059600     IF WS-CHGHIST-STATUS NOT = "00"
059700         DISPLAY "EMPNAMQ: NO CHANGE-HIST FILE - STATUS = "
059800             WS-CHGHIST-STATUS
059900         GO TO 2500-SHOW-HISTORY-EXIT
060000     END-IF.
060100     PERFORM 2550-READ-HIST-LINE
060200         THRU 2550-READ-HIST-LINE-EXIT
060300         UNTIL WS-HIST-EOF.
060400     CLOSE CHANGE-HIST.
060500     DISPLAY " ".
060600     IF WS-HST-FOUND = ZERO
060700         DISPLAY "EMPNAMQ: NO CHANGE-HIST LINES FOR "
060800             WS-HST-DEPT "-" WS-HST-EMP-NO
060900     ELSE
061000         DISPLAY "RECENT CHANGE HISTORY FOR " WS-HST-DEPT "-"
061100             WS-HST-EMP-NO " (" WS-HST-FOUND " LINE(S) ON FILE)"
061200         IF WS-HST-FOUND > WS-HST-MAX
061300             MOVE WS-HST-MAX  TO WS-HST-TO-SHOW
061400             MOVE WS-HST-NEXT TO WS-HST-SLOT
061500         ELSE
061600             MOVE WS-HST-FOUND TO WS-HST-TO-SHOW
061700             MOVE 1            TO WS-HST-SLOT
061800         END-IF
061900         PERFORM 2600-SHOW-HIST-LINE
062000             THRU 2600-SHOW-HIST-LINE-EXIT
062100             VARYING WS-HST-SHOWN FROM 1 BY 1
062200             UNTIL WS-HST-SHOWN > WS-HST-TO-SHOW
062300     END-IF.
062400     DISPLAY "PRESS ENTER TO RETURN TO THE MATCHES: "
062500         WITH NO ADVANCING.
062600     ACCEPT WS-PICK-INPUT.
062700 2500-SHOW-HISTORY-EXIT.
062800     EXIT.

062900*----------------------------------------------------------------
063000*  2550-READ-HIST-LINE - READ ONE LIVE LINE AND KEEP IT WHEN IT
063100*  IS FOR THE PICKED EMPLOYEE. A TRANSFER LINE IS KEPT ON EITHER
063200*  ITS OLD OR ITS NEW ID, SO THE MOVE INTO THE CURRENT
063300*  DEPARTMENT SHOWS UP WITH THE OLD ID ON IT. THE TABLE SLOT
063400*  WRAPS AROUND, OVERWRITING THE OLDEST LINE KEPT.
063500*----------------------------------------------------------------
063600 2550-READ-HIST-LINE.
063700     READ CHANGE-HIST INTO WS-HIST-LINE
063800         AT END
063900             SET WS-HIST-EOF TO TRUE
064000             GO TO 2550-READ-HIST-LINE-EXIT
064100     END-READ.
064200     IF WL-X-TAG = " XFER "
064300         IF NOT ((WL-X-OLD-DEPT = WS-HST-DEPT AND
064400                  WL-X-OLD-EMP-NO = WS-HST-EMP-NO) OR
064500                 (WL-X-NEW-DEPT = WS-HST-DEPT AND
064600                  WL-X-NEW-EMP-NO = WS-HST-EMP-NO))
064700             GO TO 2550-READ-HIST-LINE-EXIT
064800         END-IF
064900     ELSE
065000         IF WL-DEPT NOT = WS-HST-DEPT OR
065100            WL-EMP-NO NOT = WS-HST-EMP-NO
065200             GO TO 2550-READ-HIST-LINE-EXIT
065300         END-IF
065400     END-IF.
065500     ADD 1 TO WS-HST-FOUND.
065600     MOVE WS-HIST-LINE TO WS-HST-ENTRY(WS-HST-NEXT).
065700     ADD 1 TO WS-HST-NEXT.
065800     IF WS-HST-NEXT > WS-HST-MAX
065900         MOVE 1 TO WS-HST-NEXT
066000     END-IF.
066100 2550-READ-HIST-LINE-EXIT.
066200     EXIT.

066300*----------------------------------------------------------------
066400*  2600-SHOW-HIST-LINE - DISPLAY ONE KEPT LINE AND STEP TO THE
066500*  NEXT SLOT, WRAPPING AT THE END OF THE TABLE
066600*----------------------------------------------------------------
066700 2600-SHOW-HIST-LINE.
066800     DISPLAY WS-HST-ENTRY(WS-HST-SLOT).
066900     ADD 1 TO WS-HST-SLOT.
067000     IF WS-HST-SLOT > WS-HST-MAX
067100         MOVE 1 TO WS-HST-SLOT
067200     END-IF.
067300 2600-SHOW-HIST-LINE-EXIT.
067400     EXIT.

067500*----------------------------------------------------------------
067600*  3000-TERMINATE - CLOSE THE MASTER IF IT WAS OPENED
067700*----------------------------------------------------------------
067800 3000-TERMINATE.
067900     IF WS-MAST-OPEN
068000         CLOSE EMPLOYEE-MASTER
068100     END-IF.
068200     DISPLAY "EMPNAMQ: INQUIRY ENDED".
068300 3000-TERMINATE-EXIT.
068400     EXIT.
