000100*****************************************************************
000200*  PROGRAM     :  EMPRECON
000300*  AUTHOR      :  J. HANSOUL
000400*  INSTALLATION:  DATA PROCESSING
000500*  DATE-WRITTEN:  10/15/2026
000600*  DATE-COMPILED:
000700*----------------------------------------------------------------
000800*  PURPOSE     :  RECONCILES EMPLOYEE-MASTER AGAINST A BACKUP
000900*                 GENERATION. EMPBKUP LEAVES EMPBKP1/2/3
001000*                 SNAPSHOTS OF THE MASTER, BUT NOTHING PROVED THAT
001100*                 EVERY DIFFERENCE BETWEEN A SNAPSHOT AND THE
001200*                 LIVE FILE CAME THROUGH A CONTROLLED DOOR. THIS
001300*                 JOB READS THE CHOSEN GENERATION (THE MOST
001400*                 RECENT ONE BY DEFAULT, FROM THE RCNPARM
001500*                 PARAMETER RECORD) AND THE CURRENT MASTER, BOTH
001600*                 IN KEY ORDER, AND CLASSIFIES EVERY DIFFERENCE
001700*                 AS AN ADD, A DELETE, A NAME CHANGE, A STATUS/
001800*                 DATE CHANGE, OR A KEY MOVE. EACH DIFFERENCE IS
001900*                 THEN MATCHED TO THE LOG ENTRY THAT ACCOUNTS FOR
002000*                 IT - A CHANGE-HIST (OR CHANGE-ARCH) LINE FROM
002100*                 EMPMAINT, A PROMOTE ON SUSPENSE-CLEAR-LOG FROM
002200*                 SUSMAINT, OR AN ADD LINE POSTED BY THE NIGHTLY
002300*                 NAME_AND_ID RUN - TIMESTAMPED AT OR AFTER THE
002400*                 BACKUP. ANYTHING LEFT OVER IS PRINTED IN AN
002500*                 UNEXPLAINED CHANGES SECTION FOR INTERNAL AUDIT:
002600*                 A HAND-PATCHED FILE OR A RESTORE NOBODY LOGGED
002700*                 SHOWS UP THERE. RESTORES THAT WERE LOGGED ON
002800*                 AUDIT-LOG SINCE THE BACKUP ARE COUNTED ON THE
002900*                 REPORT HEADING, SINCE A RESTORE REWRITES THE
003000*                 FILE WITHOUT A CHANGE-HIST LINE PER RECORD.
003100*----------------------------------------------------------------
003200*  MODIFICATION HISTORY
003300*    DATE       INIT  DESCRIPTION
003400*    10/15/2026 JH    ORIGINAL PROGRAM.
003410*    10/15/2026 JH    A PURGE LINE FROM THE EMPPURGE RETENTION
003420*                       PURGE NOW ACCOUNTS FOR A RECORD THAT IS
003430*                       IN THE GENERATION BUT NO LONGER ON THE
003440*                       MASTER.
003450*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
003460*                       THE LAST/FIRST NAME ALTERNATE KEY
003470*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
003480*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
003490*                       CHANGE TO THIS PROGRAM'S LOGIC.
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700     PROGRAM-ID.     EMPRECON.
003800     AUTHOR.         J. HANSOUL.
003900     INSTALLATION.   DATA PROCESSING.
004000     DATE-WRITTEN.   10/15/2026.
004100     DATE-COMPILED.

004200*----------------------------------------------------------------
004300*  ENVIRONMENT DIVISION
004400*----------------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700     SOURCE-COMPUTER.   IBM-370.
004800     OBJECT-COMPUTER.   IBM-370.

004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS EM-ID
005450         ALTERNATE RECORD KEY IS EM-NAME-KEY
005460             WITH DUPLICATES
005500         FILE STATUS IS WS-EMPMAST-STATUS.
005600     SELECT RECON-PARM    ASSIGN TO "RCNPARM"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RCNPARM-STATUS.
005900     SELECT BACKUP-CONTROL ASSIGN TO "BKPCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-BKPCTL-STATUS.
006200     SELECT BACKUP-GEN1   ASSIGN TO "EMPBKP1"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-BKPGEN-STATUS.
006500     SELECT BACKUP-GEN2   ASSIGN TO "EMPBKP2"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-BKPGEN-STATUS.
006800     SELECT BACKUP-GEN3   ASSIGN TO "EMPBKP3"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-BKPGEN-STATUS.
007100     SELECT CHANGE-HIST   ASSIGN TO "EMPCHG"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-CHGHIST-STATUS.
007400     SELECT CHANGE-ARCH   ASSIGN TO "EMPCHGA"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-CHGARCH-STATUS.
007700     SELECT SUSPENSE-CLEAR-LOG ASSIGN TO "SUSCLRLOG"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-SUSCLR-STATUS.
008000     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-AUDITLOG-STATUS.
008300     SELECT RECON-RPT     ASSIGN TO "RCNRPT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-RCNRPT-STATUS.

008600*----------------------------------------------------------------
008700*  DATA DIVISION
008800*----------------------------------------------------------------
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  EMPLOYEE-MASTER
009200     LABEL RECORDS ARE STANDARD.
009300     COPY EMPREC REPLACING
009400         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
009500         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
009550         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
009600         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
009700         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
009800         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
009900         ==WS-TITLE==           BY ==EM-TITLE==
010000         ==WS-NAME==            BY ==EM-NAME==
010100         ==WS-ID==              BY ==EM-ID==
010200         ==WS-DEPT==            BY ==EM-DEPT==
010300         ==WS-EMP-NO==          BY ==EM-EMP-NO==
010400         ==WS-STATUS-CODE==     BY ==EM-STATUS-CODE==
010500         ==WS-STA-ACTIVE==      BY ==EM-STA-ACTIVE==
010600         ==WS-STA-ON-LEAVE==    BY ==EM-STA-ON-LEAVE==
010700         ==WS-STA-TERMINATED==  BY ==EM-STA-TERMINATED==
010800         ==WS-HIRE-DATE==       BY ==EM-HIRE-DATE==
010900         ==WS-TERM-DATE==       BY ==EM-TERM-DATE==.

011000 FD  RECON-PARM
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  RECON-PARM-RECORD.
011400     05  RP-GENERATION        PIC X(01).

011500 FD  BACKUP-CONTROL
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  BACKUP-CONTROL-RECORD.
011900     05  BC-NEXT-GEN          PIC 9(01).
012000     05  BC-GEN-INFO OCCURS 3 TIMES.
012100         10  BC-GEN-DATE      PIC 9(06).
012200         10  BC-GEN-TIME      PIC 9(06).
012300         10  BC-GEN-COUNT     PIC 9(07).

012400 FD  BACKUP-GEN1
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700 01  BACKUP-GEN1-RECORD       PIC X(51).

012800 FD  BACKUP-GEN2
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100 01  BACKUP-GEN2-RECORD       PIC X(51).

013200 FD  BACKUP-GEN3
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 01  BACKUP-GEN3-RECORD       PIC X(51).

013600 FD  CHANGE-HIST
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD.
013900 01  CHANGE-HIST-RECORD       PIC X(120).

014000 FD  CHANGE-ARCH
014100     RECORDING MODE IS F
014200     LABEL RECORDS ARE STANDARD.
014300 01  CHANGE-ARCH-RECORD       PIC X(120).

014400 FD  SUSPENSE-CLEAR-LOG
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700 01  SUSPENSE-CLEAR-LOG-RECORD PIC X(90).

014800 FD  AUDIT-LOG
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD.
015100 01  AUDIT-LOG-RECORD         PIC X(80).

015200 FD  RECON-RPT
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500 01  RECON-RPT-RECORD         PIC X(132).

015600 WORKING-STORAGE SECTION.
015700     COPY EMPREC.

015800*----------------------------------------------------------------
015900*  WS-BACKUP-RECORD - ONE GENERATION-FILE RECORD AS EMPBKUP
016000*  WRITES IT: EITHER THE 51-BYTE EMPLOYEE-MASTER IMAGE OR THE
016100*  *TRAILER* CONTROL RECORD, TOLD APART BY THE TAG IN THE FIRST
016200*  NINE BYTES. A DETAIL IMAGE IS MOVED TO WS-EMPLOYEE-RECORD
016300*  FOR THE COMPARE.
016400*----------------------------------------------------------------
016500 01  WS-BACKUP-RECORD         PIC X(51).
016600 01  WS-BACKUP-TRAILER REDEFINES WS-BACKUP-RECORD.
016700     05  WB-TAG               PIC X(09).
016800     05  WB-EXPECTED-COUNT    PIC 9(07).
016900     05  WB-CONTROL-HASH      PIC 9(09).
017000     05  FILLER               PIC X(26).

017100*----------------------------------------------------------------
017200*  WS-HIST-LINE - ONE CHANGE-HIST OR CHANGE-ARCH LINE. THE
017300*  STANDARD LAYOUT CARRIES ONE EMPLOYEE ID AFTER THE ACTION; THE
017400*  XFER LAYOUT (" XFER " IN COLUMNS 27-32) CARRIES THE OLD AND
017500*  NEW IDS. THE DATE, TIME AND OPERATOR LEAD BOTH.
017600*----------------------------------------------------------------
017700 01  WS-HIST-LINE.
017800     05  WL-DATE.
017900         10  WL-MM            PIC X(02).
018000         10  FILLER           PIC X(01).
018100         10  WL-DD            PIC X(02).
018200         10  FILLER           PIC X(01).
018300         10  WL-YY            PIC X(02).
018400     05  FILLER               PIC X(01).
018500     05  WL-TIME.
018600         10  WL-HH            PIC X(02).
018700         10  FILLER           PIC X(01).
018800         10  WL-MIN           PIC X(02).
018900         10  FILLER           PIC X(01).
019000         10  WL-SEC           PIC X(02).
019100     05  FILLER               PIC X(01).
019200     05  WL-OPERATOR-ID       PIC X(08).
019300     05  WL-STD-PORTION.
019400         10  FILLER           PIC X(01).
019500         10  WL-ACTION        PIC X(06).
019600         10  FILLER           PIC X(01).
019700         10  WL-DEPT          PIC X(03).
019800         10  FILLER           PIC X(01).
019900         10  WL-EMP-NO        PIC X(05).
020000         10  FILLER           PIC X(77).
020100     05  WL-XFER-PORTION REDEFINES WL-STD-PORTION.
020200         10  WL-X-TAG         PIC X(06).
020300         10  WL-X-OLD-DEPT    PIC X(03).
020400         10  FILLER           PIC X(01).
020500         10  WL-X-OLD-EMP-NO  PIC X(05).
020600         10  FILLER           PIC X(04).
020700         10  WL-X-NEW-DEPT    PIC X(03).
020800         10  FILLER           PIC X(01).
020900         10  WL-X-NEW-EMP-NO  PIC X(05).
021000         10  FILLER           PIC X(66).

021100*----------------------------------------------------------------
021200*  WS-CLEAR-LOG-LINE - ONE SUSPENSE-CLEAR-LOG LINE AS SUSMAINT
021300*  WRITES IT. A PROMOTE UNDER A NEWLY ASSIGNED NUMBER READS
021400*  "PROMOTED AS NNNNN" AND LANDED IN THE SAME DEPARTMENT UNDER
021500*  THAT NUMBER RATHER THAN THE SUSPENDED ONE.
021600*----------------------------------------------------------------
021700 01  WS-CLEAR-LOG-LINE.
021800     05  WC-DATE.
021900         10  WC-MM            PIC X(02).
022000         10  FILLER           PIC X(01).
022100         10  WC-DD            PIC X(02).
022200         10  FILLER           PIC X(01).
022300         10  WC-YY            PIC X(02).
022400     05  FILLER               PIC X(01).
022500     05  WC-TIME.
022600         10  WC-HH            PIC X(02).
022700         10  FILLER           PIC X(01).
022800         10  WC-MIN           PIC X(02).
022900         10  FILLER           PIC X(01).
023000         10  WC-SEC           PIC X(02).
023100     05  FILLER               PIC X(01).
023200     05  WC-OPERATOR-ID       PIC X(08).
023300     05  FILLER               PIC X(01).
023400     05  WC-DEPT              PIC X(03).
023500     05  FILLER               PIC X(01).
023600     05  WC-EMP-NO            PIC X(05).
023700     05  FILLER               PIC X(01).
023800     05  WC-NAME              PIC X(30).
023900     05  FILLER               PIC X(01).
024000     05  WC-ACTION-TEXT       PIC X(19).
024100     05  WC-PROMOTE-AS REDEFINES WC-ACTION-TEXT.
024200         10  WC-PROMOTE-TAG   PIC X(12).
024300         10  WC-PROMOTE-EMP-NO PIC X(05).
024400         10  FILLER           PIC X(02).
024500     05  FILLER               PIC X(03).

024600*----------------------------------------------------------------
024700*  WS-AUDIT-LINE - ONE AUDIT-LOG LINE. ONLY THE DATE, TIME AND
024800*  THE FUNCTION WORD EMPBKUP WRITES IN COLUMNS 28-34 ARE USED.
024900*----------------------------------------------------------------
025000 01  WS-AUDIT-LINE.
025100     05  WA-DATE.
025200         10  WA-MM            PIC X(02).
025300         10  FILLER           PIC X(01).
025400         10  WA-DD            PIC X(02).
025500         10  FILLER           PIC X(01).
025600         10  WA-YY            PIC X(02).
025700     05  FILLER               PIC X(01).
025800     05  WA-TIME.
025900         10  WA-HH            PIC X(02).
026000         10  FILLER           PIC X(01).
026100         10  WA-MIN           PIC X(02).
026200         10  FILLER           PIC X(01).
026300         10  WA-SEC           PIC X(02).
026400     05  FILLER               PIC X(01).
026500     05  WA-USER-ID           PIC X(08).
026600     05  FILLER               PIC X(01).
026700     05  WA-FUNCTION          PIC X(07).
026800     05  FILLER               PIC X(46).

026900 01  WS-SWITCHES.
027000     05  WS-INIT-FAILED-SWITCH PIC X(01) VALUE 'N'.
027100         88  WS-INIT-FAILED              VALUE 'Y'.
027200     05  WS-GEN-EOF-SWITCH    PIC X(01) VALUE 'N'.
027300         88  WS-GEN-EOF                 VALUE 'Y'.
027400     05  WS-TRAILER-FOUND-SWITCH PIC X(01) VALUE 'N'.
027500         88  WS-TRAILER-FOUND           VALUE 'Y'.
027600     05  WS-EMPMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
027700         88  WS-EMPMAST-OPEN            VALUE 'Y'.
027800     05  WS-GEN-OPEN-SWITCH   PIC X(01) VALUE 'N'.
027900         88  WS-GEN-OPEN                VALUE 'Y'.
028000     05  WS-RCNRPT-OPEN-SWITCH PIC X(01) VALUE 'N'.
028100         88  WS-RCNRPT-OPEN             VALUE 'Y'.
028200     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
028300         88  WS-HIST-EOF                VALUE 'Y'.
028400     05  WS-ARCH-EOF-SWITCH   PIC X(01) VALUE 'N'.
028500         88  WS-ARCH-EOF                VALUE 'Y'.
028600     05  WS-SUSCLR-EOF-SWITCH PIC X(01) VALUE 'N'.
028700         88  WS-SUSCLR-EOF              VALUE 'Y'.
028800     05  WS-AUDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
028900         88  WS-AUDIT-EOF               VALUE 'Y'.
029000     05  WS-EVENT-FOUND-SWITCH PIC X(01) VALUE 'N'.
029100         88  WS-EVENT-FOUND             VALUE 'Y'.
029200     05  WS-DIFF-FOUND-SWITCH PIC X(01) VALUE 'N'.
029300         88  WS-DIFF-FOUND              VALUE 'Y'.
029400     05  WS-FIND-BY-NEW-SWITCH PIC X(01) VALUE 'N'.
029500         88  WS-FIND-BY-NEW-ID          VALUE 'Y'.
029600     05  WS-ASPECTS-SWITCH    PIC X(01) VALUE 'Y'.
029700         88  WS-ASPECTS-EXPLAINED       VALUE 'Y'.
029800     05  WS-PRINT-RESULT-SWITCH PIC X(01) VALUE 'E'.
029900         88  WS-PRINT-EXPLAINED         VALUE 'E'.
030000         88  WS-PRINT-UNEXPLAINED       VALUE 'U'.

030100 01  WS-FILE-STATUSES.
030200     05  WS-EMPMAST-STATUS    PIC X(02) VALUE SPACES.
030300     05  WS-RCNPARM-STATUS    PIC X(02) VALUE SPACES.
030400     05  WS-BKPCTL-STATUS     PIC X(02) VALUE SPACES.
030500     05  WS-BKPGEN-STATUS     PIC X(02) VALUE SPACES.
030600     05  WS-CHGHIST-STATUS    PIC X(02) VALUE SPACES.
030700     05  WS-CHGARCH-STATUS    PIC X(02) VALUE SPACES.
030800     05  WS-SUSCLR-STATUS     PIC X(02) VALUE SPACES.
030900     05  WS-AUDITLOG-STATUS   PIC X(02) VALUE SPACES.
031000     05  WS-RCNRPT-STATUS     PIC X(02) VALUE SPACES.

031100 01  WS-COUNTERS COMP.
031200     05  WS-BACKUP-COUNT      PIC 9(07) VALUE ZERO.
031300     05  WS-MASTER-COUNT      PIC 9(07) VALUE ZERO.
031400     05  WS-LOG-READ-COUNT    PIC 9(07) VALUE ZERO.
031500     05  WS-RESTORE-COUNT     PIC 9(05) VALUE ZERO.
031600     05  WS-TRL-EXPECTED-COUNT PIC 9(07) VALUE ZERO.
031700     05  WS-TRL-EXPECTED-HASH PIC 9(09) VALUE ZERO.
031800     05  WS-CONTROL-HASH      PIC 9(09) VALUE ZERO.
031900     05  WS-HASH-WORK         PIC 9(12) VALUE ZERO.
032000     05  WS-HASH-QUOTIENT     PIC 9(03) VALUE ZERO.
032100     05  WS-USE-GEN           PIC 9(01) VALUE 1.
032200     05  WS-EVENT-COUNT       PIC 9(05) VALUE ZERO.
032300     05  WS-EVENT-OVERFLOW    PIC 9(07) VALUE ZERO.
032400     05  WS-DIFF-COUNT        PIC 9(05) VALUE ZERO.
032500     05  WS-DIFF-OVERFLOW     PIC 9(07) VALUE ZERO.
032600     05  WS-EVT-IDX           PIC 9(05) VALUE ZERO.
032700     05  WS-DIF-IDX           PIC 9(05) VALUE ZERO.
032800     05  WS-MATCH-IDX         PIC 9(05) VALUE ZERO.
032900     05  WS-FOUND-EVT-IDX     PIC 9(05) VALUE ZERO.
033000     05  WS-FOUND-DIF-IDX     PIC 9(05) VALUE ZERO.
033100     05  WS-ADD-COUNT         PIC 9(07) VALUE ZERO.
033200     05  WS-DELETE-COUNT      PIC 9(07) VALUE ZERO.
033300     05  WS-NAME-CHG-COUNT    PIC 9(07) VALUE ZERO.
033400     05  WS-STATUS-CHG-COUNT  PIC 9(07) VALUE ZERO.
033500     05  WS-KEY-MOVE-COUNT    PIC 9(07) VALUE ZERO.
033600     05  WS-EXPLAINED-COUNT   PIC 9(07) VALUE ZERO.
033700     05  WS-UNEXPLAINED-COUNT PIC 9(07) VALUE ZERO.
033800     05  WS-LINE-COUNT        PIC 9(03) VALUE ZERO.
033900     05  WS-PAGE-COUNT        PIC 9(03) VALUE ZERO.

034000 01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 060.
034100 01  WS-MAX-EVENTS            PIC 9(05) VALUE 05000.
034200 01  WS-MAX-DIFFS             PIC 9(05) VALUE 02000.

034300*----------------------------------------------------------------
034400*  WS-BATCH-OPERATOR-ID - THE OPERATOR ID NAME_AND_ID STAMPS ON
034500*  THE ADD LINES FOR THE NEW HIRES IT POSTS. AN ADD UNDER THIS ID
034600*  IS REPORTED AS A NIGHTLY BATCH POST.
034700*----------------------------------------------------------------
034800 01  WS-BATCH-OPERATOR-ID     PIC X(08) VALUE "NAMEID  ".

034900 01  WS-CONTROL-IMAGE.
035000     05  WS-CTL-NEXT-GEN      PIC 9(01) VALUE 1.
035100     05  WS-CTL-GEN-INFO OCCURS 3 TIMES.
035200         10  WS-CTL-GEN-DATE  PIC 9(06).
035300         10  WS-CTL-GEN-TIME  PIC 9(06).
035400         10  WS-CTL-GEN-COUNT PIC 9(07).

035500*----------------------------------------------------------------
035600*  WS-BACKUP-STAMP / WS-LINE-STAMP - THE BACKUP'S DATE AND TIME
035700*  AND A LOG LINE'S DATE AND TIME, BOTH AS YYMMDDHHMMSS SO A LOG
035800*  ENTRY CAN BE TESTED FOR "AT OR AFTER THE BACKUP" IN ONE
035900*  COMPARE
036000*----------------------------------------------------------------
036100 01  WS-BACKUP-STAMP.
036200     05  WS-BS-DATE           PIC 9(06).
036300     05  WS-BS-TIME           PIC 9(06).

036400 01  WS-LINE-STAMP.
036500     05  WS-LS-YY             PIC X(02).
036600     05  WS-LS-MM             PIC X(02).
036700     05  WS-LS-DD             PIC X(02).
036800     05  WS-LS-HH             PIC X(02).
036900     05  WS-LS-MIN            PIC X(02).
037000     05  WS-LS-SEC            PIC X(02).

037100*----------------------------------------------------------------
037200*  WS-BK-KEY / WS-EM-KEY - CURRENT KEY ON EACH SIDE OF THE MERGE,
037300*  SET TO HIGH-VALUES WHEN THAT SIDE IS EXHAUSTED
037400*----------------------------------------------------------------
037500 01  WS-BK-KEY                PIC X(08) VALUE SPACES.
037600 01  WS-EM-KEY                PIC X(08) VALUE SPACES.

037700*----------------------------------------------------------------
037800*  WS-EVENT-TABLE - EVERY LOG ENTRY AT OR AFTER THE BACKUP THAT
037900*  CAN ACCOUNT FOR A MASTER DIFFERENCE. WE-TYPE: A = ADD,
038000*  D = DELETE, C = NAME CHANGE, S = STATUS ACTION (TERM, LEAVE,
038100*  RETURN, REHIRE - WHICH ONE IS IN WE-ACTION), X = TRANSFER
038200*  (WE-ID IS THE OLD KEY, WE-NEW-ID THE NEW ONE), P = SUSPENSE
038300*  PROMOTE, G = RETENTION PURGE. REFUSAL LINES (DENY-*) CHANGE
038400*  NOTHING AND ARE NOT TABLED.
038500*----------------------------------------------------------------
038600 01  WS-EVENT-TABLE.
038700     05  WE-ENTRY OCCURS 5000 TIMES.
038800         10  WE-TYPE          PIC X(01).
038900             88  WE-ADD                 VALUE 'A'.
039000             88  WE-DELETE              VALUE 'D'.
039100             88  WE-CHANGE              VALUE 'C'.
039200             88  WE-STATUS-ACTION       VALUE 'S'.
039300             88  WE-XFER                VALUE 'X'.
039400             88  WE-PROMOTE             VALUE 'P'.
039450             88  WE-PURGE               VALUE 'G'.
039500         10  WE-ID            PIC X(08).
039600         10  WE-NEW-ID        PIC X(08).
039700         10  WE-ACTION        PIC X(06).
039800         10  WE-OPERATOR-ID   PIC X(08).
039900         10  WE-LOG-DATE      PIC X(08).

040000 01  WS-NEW-EVENT.
040100     05  WNE-TYPE             PIC X(01).
040200     05  WNE-ID               PIC X(08).
040300     05  WNE-NEW-ID           PIC X(08).
040400     05  WNE-ACTION           PIC X(06).
040500     05  WNE-OPERATOR-ID      PIC X(08).
040600     05  WNE-LOG-DATE         PIC X(08).

040700*----------------------------------------------------------------
040800*  WS-DIFF-TABLE - ONE ENTRY PER KEY THAT DIFFERS BETWEEN THE
040900*  GENERATION AND THE MASTER. WF-KIND: A = ON THE MASTER ONLY,
041000*  D = ON THE GENERATION ONLY, M = SAME KEY WITH A DIFFERENT
041100*  NAME AND/OR STATUS/DATES, K = KEY MOVE (AN ADD PAIRED WITH
041200*  THE DELETE IT CAME FROM; WF-OLD-ID IS THE DELETED KEY).
041300*  WF-RESULT: O = NOT YET EXPLAINED, E = EXPLAINED BY A LOG
041400*  ENTRY, B = A DELETE ABSORBED INTO A KEY MOVE.
041500*----------------------------------------------------------------
041600 01  WS-DIFF-TABLE.
041700     05  WF-ENTRY OCCURS 2000 TIMES.
041800         10  WF-KIND          PIC X(01).
041900             88  WF-KIND-ADD            VALUE 'A'.
042000             88  WF-KIND-DELETE         VALUE 'D'.
042100             88  WF-KIND-MODIFY         VALUE 'M'.
042200             88  WF-KIND-KEY-MOVE       VALUE 'K'.
042300         10  WF-NAME-SWITCH   PIC X(01).
042400             88  WF-NAME-CHANGED        VALUE 'Y'.
042500         10  WF-STATUS-SWITCH PIC X(01).
042600             88  WF-STATUS-CHANGED      VALUE 'Y'.
042700         10  WF-RESULT        PIC X(01).
042800             88  WF-OPEN                VALUE 'O'.
042900             88  WF-EXPLAINED           VALUE 'E'.
043000             88  WF-ABSORBED            VALUE 'B'.
043100         10  WF-ID            PIC X(08).
043200         10  WF-OLD-ID        PIC X(08).
043300         10  WF-OLD-NAME      PIC X(30).
043400         10  WF-OLD-STATUS    PIC X(01).
043500         10  WF-OLD-HIRE      PIC 9(06).
043600         10  WF-OLD-TERM      PIC 9(06).
043700         10  WF-NEW-NAME      PIC X(30).
043800         10  WF-NEW-STATUS    PIC X(01).
043900         10  WF-NEW-HIRE      PIC 9(06).
044000         10  WF-NEW-TERM      PIC 9(06).
044100         10  WF-SOURCE        PIC X(18).
044200         10  WF-OPERATOR-ID   PIC X(08).
044300         10  WF-LOG-DATE      PIC X(08).

044400 01  WS-NEW-DIFF.
044500     05  WND-KIND             PIC X(01).
044600     05  WND-NAME-SWITCH      PIC X(01).
044700     05  WND-STATUS-SWITCH    PIC X(01).
044800     05  WND-RESULT           PIC X(01).
044900     05  WND-ID               PIC X(08).
045000     05  WND-OLD-ID           PIC X(08).
045100     05  WND-OLD-NAME         PIC X(30).
045200     05  WND-OLD-STATUS       PIC X(01).
045300     05  WND-OLD-HIRE         PIC 9(06).
045400     05  WND-OLD-TERM         PIC 9(06).
045500     05  WND-NEW-NAME         PIC X(30).
045600     05  WND-NEW-STATUS       PIC X(01).
045700     05  WND-NEW-HIRE         PIC 9(06).
045800     05  WND-NEW-TERM         PIC 9(06).
045900     05  WND-SOURCE           PIC X(18).
046000     05  WND-OPERATOR-ID      PIC X(08).
046100     05  WND-LOG-DATE         PIC X(08).

046200*----------------------------------------------------------------
046300*  SEARCH ARGUMENTS FOR 5900-FIND-EVENT: THE EVENT TYPE, THE KEY
046400*  (MATCHED AGAINST WE-NEW-ID INSTEAD OF WE-ID WHEN
046500*  WS-FIND-BY-NEW-ID IS SET), AND OPTIONALLY THE ACTION WORD
046600*----------------------------------------------------------------
046700 01  WS-FIND-TYPE             PIC X(01) VALUE SPACES.
046800 01  WS-FIND-ID               PIC X(08) VALUE SPACES.
046900 01  WS-FIND-ACTION           PIC X(06) VALUE SPACES.
047000 01  WS-GEN-RESULT-TEXT       PIC X(14) VALUE SPACES.

047100 01  WS-RUN-DATE.
047200     05  WS-RUN-YY            PIC 9(02).
047300     05  WS-RUN-MM            PIC 9(02).
047400     05  WS-RUN-DD            PIC 9(02).

047500 01  WS-PAGE-HEADER-1.
047600     05  FILLER               PIC X(20) VALUE SPACES.
047700     05  FILLER               PIC X(37)
047800             VALUE "EMPLOYEE MASTER BACKUP RECONCILIATION".
047900     05  FILLER               PIC X(02) VALUE SPACES.
048000     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
048100     05  WR1-RUN-MM           PIC 9(02).
048200     05  FILLER               PIC X(01) VALUE "/".
048300     05  WR1-RUN-DD           PIC 9(02).
048400     05  FILLER               PIC X(01) VALUE "/".
048500     05  WR1-RUN-YY           PIC 9(02).
048600     05  FILLER               PIC X(05) VALUE SPACES.
048700     05  FILLER               PIC X(06) VALUE "PAGE: ".
048800     05  WR1-PAGE-NO          PIC ZZ9.

048900 01  WS-SECTION-HEADER.
049000     05  FILLER               PIC X(04) VALUE SPACES.
049100     05  WSH-TEXT             PIC X(60).

049200*----------------------------------------------------------------
049300*  WS-SUMMARY-LINE-1/2/3 - WHAT WAS COMPARED: THE GENERATION, WHEN
049400*  IT WAS TAKEN, ITS RECORD COUNT AND TRAILER BALANCE, THE MASTER
049500*  COUNT, THE LOG ENTRIES TABLED, AND ANY RESTORES LOGGED SINCE
049600*----------------------------------------------------------------
049700 01  WS-SUMMARY-LINE-1.
049800     05  FILLER               PIC X(04) VALUE SPACES.
049900     05  FILLER               PIC X(19)
050000             VALUE "BACKUP GENERATION: ".
050100     05  WS1-GENERATION       PIC 9(01).
050200     05  FILLER               PIC X(09) VALUE "  TAKEN: ".
050300     05  WS1-BKP-MM           PIC 9(02).
050400     05  FILLER               PIC X(01) VALUE "/".
050500     05  WS1-BKP-DD           PIC 9(02).
050600     05  FILLER               PIC X(01) VALUE "/".
050700     05  WS1-BKP-YY           PIC 9(02).
050800     05  FILLER               PIC X(01) VALUE SPACES.
050900     05  WS1-BKP-HH           PIC 9(02).
051000     05  FILLER               PIC X(01) VALUE ":".
051100     05  WS1-BKP-MIN          PIC 9(02).
051200     05  FILLER               PIC X(01) VALUE ":".
051300     05  WS1-BKP-SEC          PIC 9(02).
051400     05  FILLER               PIC X(11) VALUE "  RECORDS: ".
051500     05  WS1-BACKUP-COUNT     PIC ZZZ,ZZ9.
051600     05  FILLER               PIC X(11) VALUE "  TRAILER: ".
051700     05  WS1-GEN-RESULT       PIC X(14).

051800 01  WS-SUMMARY-LINE-2.
051900     05  FILLER               PIC X(04) VALUE SPACES.
052000     05  FILLER               PIC X(24)
052100             VALUE "CURRENT MASTER RECORDS: ".
052200     05  WS2-MASTER-COUNT     PIC ZZZ,ZZ9.
052300     05  FILLER               PIC X(29)
052400             VALUE "  LOG ENTRIES SINCE BACKUP: ".
052500     05  WS2-EVENT-COUNT      PIC ZZZ,ZZ9.

052600 01  WS-SUMMARY-LINE-3.
052700     05  FILLER               PIC X(04) VALUE SPACES.
052800     05  FILLER               PIC X(37)
052900             VALUE "RESTORES LOGGED ON AUDIT-LOG SINCE: ".
053000     05  WS3-RESTORE-COUNT    PIC ZZZ,ZZ9.
053100     05  FILLER               PIC X(02) VALUE SPACES.
053200     05  WS3-RESTORE-NOTE     PIC X(60).

053300 01  WS-COLUMN-HEADER.
053400     05  FILLER               PIC X(13) VALUE "CHANGE".
053500     05  FILLER               PIC X(10) VALUE "ID".
053600     05  FILLER               PIC X(10) VALUE "OLD ID".
053700     05  FILLER               PIC X(31) VALUE "NAME".
053800     05  FILLER               PIC X(32)
053900             VALUE "S HIRE   TERM   >S HIRE   TERM".
054000     05  FILLER               PIC X(19) VALUE "SOURCE".
054100     05  FILLER               PIC X(09) VALUE "OPERATOR".
054200     05  FILLER               PIC X(08) VALUE "LOG DATE".

054300*----------------------------------------------------------------
054400*  WS-DETAIL-LINE - ONE DIFFERENCE. THE DETAIL COLUMNS SHOW THE
054500*  STATUS, HIRE DATE AND TERM DATE ON THE GENERATION, THEN ON
054600*  THE MASTER; AN ADD HAS NO "BEFORE" AND A DELETE NO "AFTER".
054700*----------------------------------------------------------------
054800 01  WS-DETAIL-LINE.
054900     05  WD-KIND-TEXT         PIC X(12).
055000     05  FILLER               PIC X(01) VALUE SPACES.
055100     05  WD-ID-TEXT           PIC X(09).
055200     05  FILLER               PIC X(01) VALUE SPACES.
055300     05  WD-OLD-ID-TEXT       PIC X(09).
055400     05  FILLER               PIC X(01) VALUE SPACES.
055500     05  WD-NAME              PIC X(30).
055600     05  FILLER               PIC X(01) VALUE SPACES.
055700     05  WD-OLD-STATUS        PIC X(01).
055800     05  FILLER               PIC X(01) VALUE SPACES.
055900     05  WD-OLD-HIRE          PIC X(06).
056000     05  FILLER               PIC X(01) VALUE SPACES.
056100     05  WD-OLD-TERM          PIC X(06).
056200     05  WD-ARROW             PIC X(01).
056300     05  WD-NEW-STATUS        PIC X(01).
056400     05  FILLER               PIC X(01) VALUE SPACES.
056500     05  WD-NEW-HIRE          PIC X(06).
056600     05  FILLER               PIC X(01) VALUE SPACES.
056700     05  WD-NEW-TERM          PIC X(06).
056800     05  FILLER               PIC X(01) VALUE SPACES.
056900     05  WD-SOURCE            PIC X(18).
057000     05  FILLER               PIC X(01) VALUE SPACES.
057100     05  WD-OPERATOR-ID       PIC X(08).
057200     05  FILLER               PIC X(01) VALUE SPACES.
057300     05  WD-LOG-DATE          PIC X(08).

057400 01  WS-WAS-NAME-LINE.
057500     05  FILLER               PIC X(28) VALUE SPACES.
057600     05  FILLER               PIC X(05) VALUE "WAS: ".
057700     05  WDW-OLD-NAME         PIC X(30).

057800 01  WS-NONE-LINE.
057900     05  FILLER               PIC X(04) VALUE SPACES.
058000     05  FILLER               PIC X(06) VALUE "NONE".

058100 01  WS-TOTAL-LINE.
058200     05  FILLER               PIC X(04) VALUE SPACES.
058300     05  WT-LABEL             PIC X(30).
058400     05  WT-COUNT             PIC ZZZ,ZZ9.

058500 01  WS-WARNING-LINE.
058600     05  FILLER               PIC X(04) VALUE SPACES.
058700     05  FILLER               PIC X(04) VALUE "*** ".
058800     05  WW-TEXT              PIC X(40).
058900     05  WW-COUNT             PIC ZZZ,ZZ9.
059000     05  FILLER               PIC X(04) VALUE " ***".

059100*----------------------------------------------------------------
059200*  PROCEDURE DIVISION
059300*----------------------------------------------------------------
059400 PROCEDURE DIVISION.
059500 0000-MAINLINE.
059600     PERFORM 1000-INITIALIZE
059700         THRU 1000-INITIALIZE-EXIT.
059800     IF NOT WS-INIT-FAILED
059900         PERFORM 2000-LOAD-LOG-EVENTS
060000             THRU 2000-LOAD-LOG-EVENTS-EXIT
060100         PERFORM 4000-COMPARE-FILES
060200             THRU 4000-COMPARE-FILES-EXIT
060300         PERFORM 5000-RESOLVE-DIFFERENCES
060400             THRU 5000-RESOLVE-DIFFERENCES-EXIT
060500         PERFORM 6000-PRINT-REPORT
060600             THRU 6000-PRINT-REPORT-EXIT
060700     END-IF.
060800     PERFORM 3000-TERMINATE
060900         THRU 3000-TERMINATE-EXIT.
061000     STOP RUN.

061100*----------------------------------------------------------------
061200*  1000-INITIALIZE - GET THE RUN DATE, READ THE GENERATION
061300*  WANTED FROM RCNPARM, PICK UP THE ROTATION FROM BKPCTL, AND
061400*  OPEN THE GENERATION, THE MASTER AND THE REPORT
061500*----------------------------------------------------------------
061600 1000-INITIALIZE.
061700     ACCEPT WS-RUN-DATE FROM DATE.
061800     PERFORM 1100-READ-PARM
061900         THRU 1100-READ-PARM-EXIT.
062000     PERFORM 1200-READ-CONTROL
062100         THRU 1200-READ-CONTROL-EXIT.
062200     PERFORM 1300-PICK-GENERATION
062300         THRU 1300-PICK-GENERATION-EXIT.
062400     IF WS-INIT-FAILED
062500         GO TO 1000-INITIALIZE-EXIT
062600     END-IF.
062700     MOVE WS-CTL-GEN-DATE(WS-USE-GEN) TO WS-BS-DATE.
062800     MOVE WS-CTL-GEN-TIME(WS-USE-GEN) TO WS-BS-TIME.
062900     PERFORM 8100-OPEN-GEN-INPUT
063000         THRU 8100-OPEN-GEN-INPUT-EXIT.
063100     IF WS-BKPGEN-STATUS NOT = "00"
063200         DISPLAY "EMPRECON: ERROR OPENING GENERATION " WS-USE-GEN
063300             " STATUS = " WS-BKPGEN-STATUS
063400         SET WS-INIT-FAILED TO TRUE
063500         GO TO 1000-INITIALIZE-EXIT
063600     END-IF.
063700     SET WS-GEN-OPEN TO TRUE.
063800     OPEN INPUT EMPLOYEE-MASTER.
063900     IF WS-EMPMAST-STATUS NOT = "00"
064000         DISPLAY "EMPRECON: ERROR OPENING EMPLOYEE-MASTER "
064100             "STATUS = " WS-EMPMAST-STATUS
064200         SET WS-INIT-FAILED TO TRUE
064300         GO TO 1000-INITIALIZE-EXIT
064400     END-IF.
064500     SET WS-EMPMAST-OPEN TO TRUE.
064600     OPEN OUTPUT RECON-RPT.
064700     IF WS-RCNRPT-STATUS NOT = "00"
064800         DISPLAY "EMPRECON: ERROR OPENING RECON-RPT "
064900             "STATUS = " WS-RCNRPT-STATUS
065000         SET WS-INIT-FAILED TO TRUE
065100         GO TO 1000-INITIALIZE-EXIT
065200     END-IF.
065300     SET WS-RCNRPT-OPEN TO TRUE.
065400 1000-INITIALIZE-EXIT.
065500     EXIT.

065600*----------------------------------------------------------------
065700*  1100-READ-PARM - READ THE RCNPARM PARAMETER RECORD. A
065800*  GENERATION DIGIT 1-3 COMPARES AGAINST THAT GENERATION; 0,
065900*  SPACE, OR NO PARAMETER FILE MEANS THE MOST RECENT BACKUP,
066000*  WHICH IS THE UNATTENDED CASE. ANYTHING ELSE IS REPORTED AND
066100*  THE MOST RECENT BACKUP IS USED.
066200*----------------------------------------------------------------
066300 1100-READ-PARM.
066400     MOVE '0' TO RP-GENERATION.
066500     OPEN INPUT RECON-PARM.
066600     IF WS-RCNPARM-STATUS NOT = "00"
066700         MOVE '0' TO RP-GENERATION
066800         GO TO 1100-READ-PARM-EXIT
066900     END-IF.
067000     READ RECON-PARM
067100         AT END
067200             MOVE '0' TO RP-GENERATION
067300     END-READ.
067400     CLOSE RECON-PARM.
067500     IF RP-GENERATION = SPACE
067600         MOVE '0' TO RP-GENERATION
067700     END-IF.
067800     IF RP-GENERATION < '0' OR RP-GENERATION > '3'
067900         DISPLAY "EMPRECON: BAD RCNPARM GENERATION '"
068000             RP-GENERATION "' - MOST RECENT BACKUP USED"
068100         MOVE '0' TO RP-GENERATION
068200     END-IF.
068300 1100-READ-PARM-EXIT.
068400     EXIT.

068500*----------------------------------------------------------------
068600*  1200-READ-CONTROL - PICK UP THE ROTATION STATE FROM BKPCTL.
068700*  NO CONTROL RECORD MEANS NO BACKUP HAS EVER BEEN RECORDED, AND
068800*  1300-PICK-GENERATION ENDS THE RUN.
068900*----------------------------------------------------------------
069000 1200-READ-CONTROL.
069100     MOVE 1    TO WS-CTL-NEXT-GEN.
069200     MOVE ZERO TO WS-CTL-GEN-DATE(1) WS-CTL-GEN-DATE(2)
069300                  WS-CTL-GEN-DATE(3).
069400     MOVE ZERO TO WS-CTL-GEN-TIME(1) WS-CTL-GEN-TIME(2)
069500                  WS-CTL-GEN-TIME(3).
069600     MOVE ZERO TO WS-CTL-GEN-COUNT(1) WS-CTL-GEN-COUNT(2)
069700                  WS-CTL-GEN-COUNT(3).
069800     OPEN INPUT BACKUP-CONTROL.
069900     IF WS-BKPCTL-STATUS NOT = "00"
070000         GO TO 1200-READ-CONTROL-EXIT
070100     END-IF.
070200     READ BACKUP-CONTROL
070300         AT END
070400             CLOSE BACKUP-CONTROL
070500             GO TO 1200-READ-CONTROL-EXIT
070600     END-READ.
070700     IF BC-NEXT-GEN >= 1 AND BC-NEXT-GEN <= 3
070800         MOVE BACKUP-CONTROL-RECORD TO WS-CONTROL-IMAGE
070900     ELSE
071000         DISPLAY "EMPRECON: BAD BKPCTL RECORD - NO GENERATION "
071100             "INFORMATION"
071200     END-IF.
071300     CLOSE BACKUP-CONTROL.
071400 1200-READ-CONTROL-EXIT.
071500     EXIT.

071600*----------------------------------------------------------------
071700*  1300-PICK-GENERATION - RESOLVE WHICH GENERATION TO COMPARE,
071800*  THE SAME WAY AN EMPBKUP RESTORE PICKS ONE: AN EXPLICIT 1-3 AS
071900*  KEYED, OTHERWISE THE GENERATION BEFORE BC-NEXT-GEN IN THE
072000*  CYCLE. A GENERATION WITH NO RECORDED BACKUP ENDS THE RUN -
072100*  THERE IS NO "SINCE" TO RECONCILE FROM.
072200*----------------------------------------------------------------
072300 1300-PICK-GENERATION.
072400     IF RP-GENERATION >= '1' AND RP-GENERATION <= '3'
072500         MOVE RP-GENERATION TO WS-USE-GEN
072600     ELSE
072700         IF WS-CTL-NEXT-GEN = 1
072800             MOVE 3 TO WS-USE-GEN
072900         ELSE
073000             SUBTRACT 1 FROM WS-CTL-NEXT-GEN GIVING WS-USE-GEN
073100         END-IF
073200     END-IF.
073300     IF WS-CTL-GEN-COUNT(WS-USE-GEN) = ZERO AND
073400        WS-CTL-GEN-DATE(WS-USE-GEN) = ZERO
073500         DISPLAY "EMPRECON: NO RECORDED BACKUP IN GENERATION "
073600             WS-USE-GEN " - RUN ENDED"
073700         SET WS-INIT-FAILED TO TRUE
073800     END-IF.
073900 1300-PICK-GENERATION-EXIT.
074000     EXIT.

074100*----------------------------------------------------------------
074200*  2000-LOAD-LOG-EVENTS - TABLE EVERY LOG ENTRY DATED AT OR AFTER
074300*  THE BACKUP: CHANGE-ARCH FIRST (CHGINQ MAY HAVE ROLLED RECENT
074400*  LINES OFF), THEN CHANGE-HIST, THEN SUSPENSE-CLEAR-LOG, AND
074500*  COUNT THE RESTORES ON AUDIT-LOG. A MISSING LOG FILE SIMPLY
074600*  CONTRIBUTES NOTHING - ANY CHANGE IT WOULD HAVE EXPLAINED
074700*  SHOWS AS UNEXPLAINED.
074800*----------------------------------------------------------------
074900 2000-LOAD-LOG-EVENTS.
075000     OPEN INPUT CHANGE-ARCH.
075100     IF WS-CHGARCH-STATUS = "00"
075200         PERFORM 2100-READ-ARCH-LINE
075300             THRU 2100-READ-ARCH-LINE-EXIT
075400             UNTIL WS-ARCH-EOF
075500         CLOSE CHANGE-ARCH
075600     END-IF.
075700     OPEN INPUT CHANGE-HIST.
075800     IF WS-CHGHIST-STATUS = "00"
075900         PERFORM 2200-READ-HIST-LINE
076000             THRU 2200-READ-HIST-LINE-EXIT
076100             UNTIL WS-HIST-EOF
076200         CLOSE CHANGE-HIST
076300     ELSE
076400         DISPLAY "EMPRECON: NO CHANGE-HIST FILE - STATUS = "
076500             WS-CHGHIST-STATUS
076600     END-IF.
076700     OPEN INPUT SUSPENSE-CLEAR-LOG.
076800     IF WS-SUSCLR-STATUS = "00"
076900         PERFORM 2400-READ-CLEAR-LOG-LINE
077000             THRU 2400-READ-CLEAR-LOG-LINE-EXIT
077100             UNTIL WS-SUSCLR-EOF
077200         CLOSE SUSPENSE-CLEAR-LOG
077300     END-IF.
077400     OPEN INPUT AUDIT-LOG.
077500     IF WS-AUDITLOG-STATUS = "00"
077600         PERFORM 2500-READ-AUDIT-LINE
077700             THRU 2500-READ-AUDIT-LINE-EXIT
077800             UNTIL WS-AUDIT-EOF
077900         CLOSE AUDIT-LOG
078000     END-IF.
078100     IF WS-EVENT-OVERFLOW > ZERO
078200         DISPLAY "EMPRECON: LOG EVENT TABLE FULL - "
078300             WS-EVENT-OVERFLOW " ENTRIES NOT LOADED"
078400     END-IF.
078500 2000-LOAD-LOG-EVENTS-EXIT.
078600     EXIT.

078700*----------------------------------------------------------------
078800*  2100-READ-ARCH-LINE - READ ONE CHANGE-ARCH LINE AND TABLE IT
078900*----------------------------------------------------------------
079000 2100-READ-ARCH-LINE.
079100     READ CHANGE-ARCH INTO WS-HIST-LINE
079200         AT END
079300             SET WS-ARCH-EOF TO TRUE
079400     END-READ.
079500     IF NOT WS-ARCH-EOF
079600         ADD 1 TO WS-LOG-READ-COUNT
079700         PERFORM 2300-TABLE-HIST-LINE
079800             THRU 2300-TABLE-HIST-LINE-EXIT
079900     END-IF.
080000 2100-READ-ARCH-LINE-EXIT.
080100     EXIT.

080200*----------------------------------------------------------------
080300*  2200-READ-HIST-LINE - READ ONE CHANGE-HIST LINE AND TABLE IT
080400*----------------------------------------------------------------
080500 2200-READ-HIST-LINE.
080600     READ CHANGE-HIST INTO WS-HIST-LINE
080700         AT END
080800             SET WS-HIST-EOF TO TRUE
080900     END-READ.
081000     IF NOT WS-HIST-EOF
081100         ADD 1 TO WS-LOG-READ-COUNT
081200         PERFORM 2300-TABLE-HIST-LINE
081300             THRU 2300-TABLE-HIST-LINE-EXIT
081400     END-IF.
081500 2200-READ-HIST-LINE-EXIT.
081600     EXIT.

081700*----------------------------------------------------------------
081800*  2300-TABLE-HIST-LINE - CLASSIFY ONE CHANGE-HIST LINE DATED AT
081900*  OR AFTER THE BACKUP AND ADD IT TO THE EVENT TABLE. LINES FROM
082000*  BEFORE THE BACKUP ARE ALREADY REFLECTED IN THE GENERATION;
082100*  REFUSALS AND UNRECOGNIZED ACTIONS CHANGE NOTHING.
082200*----------------------------------------------------------------
082300 2300-TABLE-HIST-LINE.
082400     MOVE WL-YY  TO WS-LS-YY.
082500     MOVE WL-MM  TO WS-LS-MM.
082600     MOVE WL-DD  TO WS-LS-DD.
082700     MOVE WL-HH  TO WS-LS-HH.
082800     MOVE WL-MIN TO WS-LS-MIN.
082900     MOVE WL-SEC TO WS-LS-SEC.
083000     IF WS-LINE-STAMP < WS-BACKUP-STAMP
083100         GO TO 2300-TABLE-HIST-LINE-EXIT
083200     END-IF.
083300     MOVE SPACES         TO WS-NEW-EVENT.
083400     MOVE WL-OPERATOR-ID TO WNE-OPERATOR-ID.
083500     MOVE WL-DATE        TO WNE-LOG-DATE.
083600     IF WL-X-TAG = " XFER "
083700         MOVE 'X'             TO WNE-TYPE
083800         MOVE "XFER  "        TO WNE-ACTION
083900         MOVE WL-X-OLD-DEPT   TO WNE-ID(1:3)
084000         MOVE WL-X-OLD-EMP-NO TO WNE-ID(4:5)
084100         MOVE WL-X-NEW-DEPT   TO WNE-NEW-ID(1:3)
084200         MOVE WL-X-NEW-EMP-NO TO WNE-NEW-ID(4:5)
084300     ELSE
084400         MOVE WL-ACTION       TO WNE-ACTION
084500         MOVE WL-DEPT         TO WNE-ID(1:3)
084600         MOVE WL-EMP-NO       TO WNE-ID(4:5)
084700         EVALUATE WL-ACTION
084800             WHEN "ADD   "
084900                 MOVE 'A' TO WNE-TYPE
085000             WHEN "DELETE"
085100                 MOVE 'D' TO WNE-TYPE
085110             WHEN "PURGE "
085120                 MOVE 'G' TO WNE-TYPE
085200             WHEN "CHANGE"
085300                 MOVE 'C' TO WNE-TYPE
085400             WHEN "TERM  "
085500             WHEN "LEAVE "
085600             WHEN "RETURN"
085700             WHEN "REHIRE"
085800                 MOVE 'S' TO WNE-TYPE
085900             WHEN OTHER
086000                 GO TO 2300-TABLE-HIST-LINE-EXIT
086100         END-EVALUATE
086200     END-IF.
086300     PERFORM 2900-ADD-EVENT
086400         THRU 2900-ADD-EVENT-EXIT.
086500 2300-TABLE-HIST-LINE-EXIT.
086600     EXIT.

086700*----------------------------------------------------------------
086800*  2400-READ-CLEAR-LOG-LINE - READ ONE SUSPENSE-CLEAR-LOG LINE
086900*  AND TABLE IT IF IT IS A PROMOTE AT OR AFTER THE BACKUP.
087000*  RESOLVED AND DISCARDED ENTRIES NEVER TOUCHED THE MASTER.
087100*----------------------------------------------------------------
087200 2400-READ-CLEAR-LOG-LINE.
087300     READ SUSPENSE-CLEAR-LOG INTO WS-CLEAR-LOG-LINE
087400         AT END
087500             SET WS-SUSCLR-EOF TO TRUE
087600             GO TO 2400-READ-CLEAR-LOG-LINE-EXIT
087700     END-READ.
087800     ADD 1 TO WS-LOG-READ-COUNT.
087900     IF WC-ACTION-TEXT(1:8) NOT = "PROMOTED"
088000         GO TO 2400-READ-CLEAR-LOG-LINE-EXIT
088100     END-IF.
088200     MOVE WC-YY  TO WS-LS-YY.
088300     MOVE WC-MM  TO WS-LS-MM.
088400     MOVE WC-DD  TO WS-LS-DD.
088500     MOVE WC-HH  TO WS-LS-HH.
088600     MOVE WC-MIN TO WS-LS-MIN.
088700     MOVE WC-SEC TO WS-LS-SEC.
088800     IF WS-LINE-STAMP < WS-BACKUP-STAMP
088900         GO TO 2400-READ-CLEAR-LOG-LINE-EXIT
089000     END-IF.
089100     MOVE SPACES         TO WS-NEW-EVENT.
089200     MOVE 'P'            TO WNE-TYPE.
089300     MOVE "PROMOT"       TO WNE-ACTION.
089400     MOVE WC-OPERATOR-ID TO WNE-OPERATOR-ID.
089500     MOVE WC-DATE        TO WNE-LOG-DATE.
089600     MOVE WC-DEPT        TO WNE-ID(1:3).
089700     IF WC-PROMOTE-TAG = "PROMOTED AS "
089800         MOVE WC-PROMOTE-EMP-NO TO WNE-ID(4:5)
089900     ELSE
090000         MOVE WC-EMP-NO         TO WNE-ID(4:5)
090100     END-IF.
090200     PERFORM 2900-ADD-EVENT
090300         THRU 2900-ADD-EVENT-EXIT.
090400 2400-READ-CLEAR-LOG-LINE-EXIT.
090500     EXIT.

090600*----------------------------------------------------------------
090700*  2500-READ-AUDIT-LINE - COUNT THE EMPBKUP RESTORE RUNS LOGGED
090800*  AT OR AFTER THE BACKUP. A RESTORE RELOADS THE WHOLE MASTER
090900*  WITH NO CHANGE-HIST LINE PER RECORD, SO ITS EFFECTS APPEAR
091000*  AS UNEXPLAINED; THE COUNT TELLS THE READER WHY.
091100*----------------------------------------------------------------
091200 2500-READ-AUDIT-LINE.
091300     READ AUDIT-LOG INTO WS-AUDIT-LINE
091400         AT END
091500             SET WS-AUDIT-EOF TO TRUE
091600             GO TO 2500-READ-AUDIT-LINE-EXIT
091700     END-READ.
091800     IF WA-FUNCTION NOT = "RESTORE"
091900         GO TO 2500-READ-AUDIT-LINE-EXIT
092000     END-IF.
092100     MOVE WA-YY  TO WS-LS-YY.
092200     MOVE WA-MM  TO WS-LS-MM.
092300     MOVE WA-DD  TO WS-LS-DD.
092400     MOVE WA-HH  TO WS-LS-HH.
092500     MOVE WA-MIN TO WS-LS-MIN.
092600     MOVE WA-SEC TO WS-LS-SEC.
092700     IF WS-LINE-STAMP NOT < WS-BACKUP-STAMP
092800         ADD 1 TO WS-RESTORE-COUNT
092900     END-IF.
093000 2500-READ-AUDIT-LINE-EXIT.
093100     EXIT.

093200*----------------------------------------------------------------
093300*  2900-ADD-EVENT - APPEND WS-NEW-EVENT TO THE EVENT TABLE. A
093400*  FULL TABLE COUNTS THE OVERFLOW RATHER THAN OVERRUNNING; THE
093500*  REPORT WARNS THAT EXPLANATIONS MAY BE INCOMPLETE.
093600*----------------------------------------------------------------
093700 2900-ADD-EVENT.
093800     IF WS-EVENT-COUNT >= WS-MAX-EVENTS
093900         ADD 1 TO WS-EVENT-OVERFLOW
094000         GO TO 2900-ADD-EVENT-EXIT
094100     END-IF.
094200     ADD 1 TO WS-EVENT-COUNT.
094300     MOVE WS-NEW-EVENT TO WE-ENTRY(WS-EVENT-COUNT).
094400 2900-ADD-EVENT-EXIT.
094500     EXIT.

094600*----------------------------------------------------------------
094700*  4000-COMPARE-FILES - MERGE THE GENERATION AND THE MASTER IN
094800*  KEY ORDER, TABLING EVERY KEY THAT IS ON ONLY ONE SIDE OR WHOSE
094900*  IMAGE DIFFERS, THEN BALANCE THE GENERATION AGAINST ITS OWN
095000*  TRAILER SO A DAMAGED SNAPSHOT IS NOT MISTAKEN FOR A CHANGED
095100*  MASTER
095200*----------------------------------------------------------------
095300 4000-COMPARE-FILES.
095400     MOVE ZERO TO WS-HASH-WORK.
095500     PERFORM 4100-READ-BACKUP
095600         THRU 4100-READ-BACKUP-EXIT.
095700     PERFORM 4200-READ-MASTER
095800         THRU 4200-READ-MASTER-EXIT.
095900     PERFORM 4300-MATCH-ONE-KEY
096000         THRU 4300-MATCH-ONE-KEY-EXIT
096100         UNTIL WS-BK-KEY = HIGH-VALUES AND
096200               WS-EM-KEY = HIGH-VALUES.
096300     DIVIDE WS-HASH-WORK BY 1000000000
096400         GIVING WS-HASH-QUOTIENT
096500         REMAINDER WS-CONTROL-HASH.
096600     EVALUATE TRUE
096700         WHEN NOT WS-TRAILER-FOUND
096800             MOVE "NO TRAILER"     TO WS-GEN-RESULT-TEXT
096900             DISPLAY "EMPRECON: NO *TRAILER* ON GENERATION "
097000                 WS-USE-GEN " - SNAPSHOT MAY BE INCOMPLETE"
097100         WHEN WS-BACKUP-COUNT = WS-TRL-EXPECTED-COUNT AND
097200              WS-CONTROL-HASH = WS-TRL-EXPECTED-HASH
097300             MOVE "BALANCED"       TO WS-GEN-RESULT-TEXT
097400         WHEN OTHER
097500             MOVE "OUT OF BALANCE" TO WS-GEN-RESULT-TEXT
097600             DISPLAY "EMPRECON: GENERATION " WS-USE-GEN
097700                 " OUT OF BALANCE WITH ITS TRAILER"
097800     END-EVALUATE.
097900     IF WS-DIFF-OVERFLOW > ZERO
098000         DISPLAY "EMPRECON: DIFFERENCE TABLE FULL - "
098100             WS-DIFF-OVERFLOW " DIFFERENCES NOT REPORTED"
098200     END-IF.
098300 4000-COMPARE-FILES-EXIT.
098400     EXIT.

098500*----------------------------------------------------------------
098600*  4100-READ-BACKUP - READ THE NEXT GENERATION DETAIL INTO
098700*  WS-EMPLOYEE-RECORD, KEEPING THE COUNT AND HASH. THE *TRAILER*
098800*  IS CAPTURED AND ENDS THE GENERATION SIDE OF THE MERGE.
098900*----------------------------------------------------------------
099000 4100-READ-BACKUP.
099100     PERFORM 8150-READ-GEN-RECORD
099200         THRU 8150-READ-GEN-RECORD-EXIT.
099300     IF WS-GEN-EOF
099400         MOVE HIGH-VALUES TO WS-BK-KEY
099500         GO TO 4100-READ-BACKUP-EXIT
099600     END-IF.
099700     IF WB-TAG = "*TRAILER*"
099800         SET WS-TRAILER-FOUND TO TRUE
099900         SET WS-GEN-EOF TO TRUE
100000         MOVE HIGH-VALUES TO WS-BK-KEY
100100         IF WB-EXPECTED-COUNT IS NUMERIC
100200             MOVE WB-EXPECTED-COUNT TO WS-TRL-EXPECTED-COUNT
100300         END-IF
100400         IF WB-CONTROL-HASH IS NUMERIC
100500             MOVE WB-CONTROL-HASH TO WS-TRL-EXPECTED-HASH
100600         END-IF
100700         GO TO 4100-READ-BACKUP-EXIT
100800     END-IF.
100900     MOVE WS-BACKUP-RECORD TO WS-EMPLOYEE-RECORD.
101000     MOVE WS-ID            TO WS-BK-KEY.
101100     ADD 1 TO WS-BACKUP-COUNT.
101200     ADD WS-EMP-NO TO WS-HASH-WORK.
101300 4100-READ-BACKUP-EXIT.
101400     EXIT.

101500*----------------------------------------------------------------
101600*  4200-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER
101700*----------------------------------------------------------------
101800 4200-READ-MASTER.
101900     READ EMPLOYEE-MASTER NEXT RECORD
102000         AT END
102100             MOVE HIGH-VALUES TO WS-EM-KEY
102200             GO TO 4200-READ-MASTER-EXIT
102300     END-READ.
102400     MOVE EM-ID TO WS-EM-KEY.
102500     ADD 1 TO WS-MASTER-COUNT.
102600 4200-READ-MASTER-EXIT.
102700     EXIT.

102800*----------------------------------------------------------------
102900*  4300-MATCH-ONE-KEY - ONE STEP OF THE MERGE. THE LOWER KEY IS
103000*  ON ONE SIDE ONLY; EQUAL KEYS ARE COMPARED IMAGE FOR IMAGE.
103100*----------------------------------------------------------------
103200 4300-MATCH-ONE-KEY.
103300     EVALUATE TRUE
103400         WHEN WS-BK-KEY < WS-EM-KEY
103500             PERFORM 4400-TABLE-DELETE
103600                 THRU 4400-TABLE-DELETE-EXIT
103700             PERFORM 4100-READ-BACKUP
103800                 THRU 4100-READ-BACKUP-EXIT
103900         WHEN WS-EM-KEY < WS-BK-KEY
104000             PERFORM 4500-TABLE-ADD
104100                 THRU 4500-TABLE-ADD-EXIT
104200             PERFORM 4200-READ-MASTER
104300                 THRU 4200-READ-MASTER-EXIT
104400         WHEN OTHER
104500             IF WS-EMPLOYEE-RECORD NOT = EMPLOYEE-MASTER-RECORD
104600                 PERFORM 4600-TABLE-MODIFY
104700                     THRU 4600-TABLE-MODIFY-EXIT
104800             END-IF
104900             PERFORM 4100-READ-BACKUP
105000                 THRU 4100-READ-BACKUP-EXIT
105100             PERFORM 4200-READ-MASTER
105200                 THRU 4200-READ-MASTER-EXIT
105300     END-EVALUATE.
105400 4300-MATCH-ONE-KEY-EXIT.
105500     EXIT.

105600*----------------------------------------------------------------
105700*  4400-TABLE-DELETE - A KEY ON THE GENERATION THAT IS NO LONGER
105800*  ON THE MASTER
105900*----------------------------------------------------------------
106000 4400-TABLE-DELETE.
106100     MOVE SPACES         TO WS-NEW-DIFF.
106200     MOVE 'D'            TO WND-KIND.
106300     MOVE WS-BK-KEY      TO WND-ID WND-OLD-ID.
106400     MOVE WS-NAME        TO WND-OLD-NAME.
106500     MOVE WS-STATUS-CODE TO WND-OLD-STATUS.
106600     MOVE WS-HIRE-DATE   TO WND-OLD-HIRE.
106700     MOVE WS-TERM-DATE   TO WND-OLD-TERM.
106800     MOVE ZERO           TO WND-NEW-HIRE WND-NEW-TERM.
106900     PERFORM 4900-ADD-DIFF
107000         THRU 4900-ADD-DIFF-EXIT.
107100 4400-TABLE-DELETE-EXIT.
107200     EXIT.

107300*----------------------------------------------------------------
107400*  4500-TABLE-ADD - A KEY ON THE MASTER THAT WAS NOT ON THE
107500*  GENERATION
107600*----------------------------------------------------------------
107700 4500-TABLE-ADD.
107800     MOVE SPACES         TO WS-NEW-DIFF.
107900     MOVE 'A'            TO WND-KIND.
108000     MOVE WS-EM-KEY      TO WND-ID WND-OLD-ID.
108100     MOVE EM-NAME        TO WND-NEW-NAME.
108200     MOVE EM-STATUS-CODE TO WND-NEW-STATUS.
108300     MOVE EM-HIRE-DATE   TO WND-NEW-HIRE.
108400     MOVE EM-TERM-DATE   TO WND-NEW-TERM.
108500     MOVE ZERO           TO WND-OLD-HIRE WND-OLD-TERM.
108600     PERFORM 4900-ADD-DIFF
108700         THRU 4900-ADD-DIFF-EXIT.
108800 4500-TABLE-ADD-EXIT.
108900     EXIT.

109000*----------------------------------------------------------------
109100*  4600-TABLE-MODIFY - THE SAME KEY ON BOTH SIDES WITH A
109200*  DIFFERENT IMAGE. THE NAME GROUP AND THE STATUS/DATE FIELDS
109300*  ARE FLAGGED SEPARATELY BECAUSE DIFFERENT LOG ACTIONS ACCOUNT
109400*  FOR EACH.
109500*----------------------------------------------------------------
109600 4600-TABLE-MODIFY.
109700     MOVE SPACES         TO WS-NEW-DIFF.
109800     MOVE 'M'            TO WND-KIND.
109900     MOVE WS-EM-KEY      TO WND-ID WND-OLD-ID.
110000     MOVE WS-NAME        TO WND-OLD-NAME.
110100     MOVE WS-STATUS-CODE TO WND-OLD-STATUS.
110200     MOVE WS-HIRE-DATE   TO WND-OLD-HIRE.
110300     MOVE WS-TERM-DATE   TO WND-OLD-TERM.
110400     MOVE EM-NAME        TO WND-NEW-NAME.
110500     MOVE EM-STATUS-CODE TO WND-NEW-STATUS.
110600     MOVE EM-HIRE-DATE   TO WND-NEW-HIRE.
110700     MOVE EM-TERM-DATE   TO WND-NEW-TERM.
110800     PERFORM 4900-ADD-DIFF
110900         THRU 4900-ADD-DIFF-EXIT.
111000 4600-TABLE-MODIFY-EXIT.
111100     EXIT.

111200*----------------------------------------------------------------
111300*  4900-ADD-DIFF - SET THE NAME AND STATUS FLAGS ON WS-NEW-DIFF
111400*  AND APPEND IT TO THE DIFFERENCE TABLE AS NOT YET EXPLAINED. A
111500*  FULL TABLE COUNTS THE OVERFLOW RATHER THAN OVERRUNNING.
111600*----------------------------------------------------------------
111700 4900-ADD-DIFF.
111800     IF WS-DIFF-COUNT >= WS-MAX-DIFFS
111900         ADD 1 TO WS-DIFF-OVERFLOW
112000         GO TO 4900-ADD-DIFF-EXIT
112100     END-IF.
112200     MOVE 'N' TO WND-NAME-SWITCH.
112300     MOVE 'N' TO WND-STATUS-SWITCH.
112400     IF WND-KIND = 'M'
112500         IF WND-OLD-NAME NOT = WND-NEW-NAME
112600             MOVE 'Y' TO WND-NAME-SWITCH
112700         END-IF
112800         IF WND-OLD-STATUS NOT = WND-NEW-STATUS OR
112900            WND-OLD-HIRE   NOT = WND-NEW-HIRE   OR
113000            WND-OLD-TERM   NOT = WND-NEW-TERM
113100             MOVE 'Y' TO WND-STATUS-SWITCH
113200         END-IF
113300     END-IF.
113400     MOVE 'O' TO WND-RESULT.
113500     ADD 1 TO WS-DIFF-COUNT.
113600     MOVE WS-NEW-DIFF TO WF-ENTRY(WS-DIFF-COUNT).
113700 4900-ADD-DIFF-EXIT.
113800     EXIT.

113900*----------------------------------------------------------------
114000*  5000-RESOLVE-DIFFERENCES - MATCH THE DIFFERENCES TO THE LOG.
114100*  FIRST EVERY ADD THAT AN XFER LINE CREATED BECOMES A KEY MOVE
114200*  AND ABSORBS THE DELETE AT ITS OLD KEY; THEN EVERY DIFFERENCE
114300*  STILL OPEN IS TESTED AGAINST THE ENTRIES THAT WOULD ACCOUNT
114400*  FOR IT; THEN AN ADD AND A DELETE STILL OPEN THAT CARRY THE
114500*  SAME NAME ARE PAIRED AS AN UNLOGGED KEY MOVE, SINCE THAT IS
114600*  WHAT A HAND-MADE TRANSFER LOOKS LIKE. FINALLY THE TOTALS ARE
114700*  TAKEN.
114800*----------------------------------------------------------------
114900 5000-RESOLVE-DIFFERENCES.
115000     PERFORM 5100-MATCH-TRANSFER
115100         THRU 5100-MATCH-TRANSFER-EXIT
115200         VARYING WS-DIF-IDX FROM 1 BY 1
115300         UNTIL WS-DIF-IDX > WS-DIFF-COUNT.
115400     PERFORM 5200-EXPLAIN-DIFFERENCE
115500         THRU 5200-EXPLAIN-DIFFERENCE-EXIT
115600         VARYING WS-DIF-IDX FROM 1 BY 1
115700         UNTIL WS-DIF-IDX > WS-DIFF-COUNT.
115800     PERFORM 5300-PAIR-UNLOGGED-MOVE
115900         THRU 5300-PAIR-UNLOGGED-MOVE-EXIT
116000         VARYING WS-DIF-IDX FROM 1 BY 1
116100         UNTIL WS-DIF-IDX > WS-DIFF-COUNT.
116200     PERFORM 5400-COUNT-DIFFERENCE
116300         THRU 5400-COUNT-DIFFERENCE-EXIT
116400         VARYING WS-DIF-IDX FROM 1 BY 1
116500         UNTIL WS-DIF-IDX > WS-DIFF-COUNT.
116600 5000-RESOLVE-DIFFERENCES-EXIT.
116700     EXIT.

116800*----------------------------------------------------------------
116900*  5100-MATCH-TRANSFER - AN ADD WHOSE KEY IS THE NEW KEY ON AN
117000*  XFER LINE IS A KEY MOVE. THE DELETE AT THE OLD KEY (IF STILL
117100*  IN THE DIFFERENCES) IS ABSORBED AND ITS IMAGE KEPT AS THE
117200*  "BEFORE" SIDE, SO A NAME OR STATUS CHANGE MADE AROUND THE
117300*  TRANSFER STILL HAS TO BE ACCOUNTED FOR IN 5200.
117400*----------------------------------------------------------------
117500 5100-MATCH-TRANSFER.
117600     IF NOT WF-KIND-ADD(WS-DIF-IDX)
117700         GO TO 5100-MATCH-TRANSFER-EXIT
117800     END-IF.
117900     MOVE 'X'              TO WS-FIND-TYPE.
118000     MOVE WF-ID(WS-DIF-IDX) TO WS-FIND-ID.
118100     MOVE SPACES           TO WS-FIND-ACTION.
118200     SET WS-FIND-BY-NEW-ID TO TRUE.
118300     PERFORM 5900-FIND-EVENT
118400         THRU 5900-FIND-EVENT-EXIT.
118500     IF NOT WS-EVENT-FOUND
118600         GO TO 5100-MATCH-TRANSFER-EXIT
118700     END-IF.
118800     MOVE 'K' TO WF-KIND(WS-DIF-IDX).
118900     MOVE WE-ID(WS-FOUND-EVT-IDX) TO WF-OLD-ID(WS-DIF-IDX).
119000     PERFORM 5800-SET-EVENT-SOURCE
119100         THRU 5800-SET-EVENT-SOURCE-EXIT.
119200     MOVE 'D' TO WS-FIND-TYPE.
119300     MOVE WE-ID(WS-FOUND-EVT-IDX) TO WS-FIND-ID.
119400     PERFORM 5950-FIND-OPEN-DIFF
119500         THRU 5950-FIND-OPEN-DIFF-EXIT.
119600     IF WS-DIFF-FOUND
119700         PERFORM 5700-ABSORB-DELETE
119800             THRU 5700-ABSORB-DELETE-EXIT
119900     END-IF.
120000     IF NOT WF-NAME-CHANGED(WS-DIF-IDX) AND
120100        NOT WF-STATUS-CHANGED(WS-DIF-IDX)
120200         MOVE 'E' TO WF-RESULT(WS-DIF-IDX)
120300     END-IF.
120400 5100-MATCH-TRANSFER-EXIT.
120500     EXIT.

120600*----------------------------------------------------------------
120700*  5200-EXPLAIN-DIFFERENCE - TEST ONE OPEN DIFFERENCE AGAINST THE
120800*  LOG. AN ADD NEEDS AN ADD LINE (EMPMAINT OR THE NIGHTLY POST)
120900*  OR A SUSPENSE PROMOTE AT ITS KEY; A DELETE NEEDS A DELETE LINE
121000*  OR AN XFER OUT OF ITS KEY OR A RETENTION PURGE OF IT; A NAME
121100*  OR STATUS/DATE CHANGE (ON THE SAME KEY OR ACROSS A KEY MOVE)
121200*  NEEDS THE ACTION THAT MAKES THAT CHANGE.
121300*----------------------------------------------------------------
121400 5200-EXPLAIN-DIFFERENCE.
121500     IF NOT WF-OPEN(WS-DIF-IDX)
121600         GO TO 5200-EXPLAIN-DIFFERENCE-EXIT
121700     END-IF.
121800     MOVE 'N'               TO WS-FIND-BY-NEW-SWITCH.
121900     MOVE WF-ID(WS-DIF-IDX) TO WS-FIND-ID.
122000     MOVE SPACES            TO WS-FIND-ACTION.
122100     EVALUATE TRUE
122200         WHEN WF-KIND-ADD(WS-DIF-IDX)
122300             MOVE 'A' TO WS-FIND-TYPE
122400             PERFORM 5900-FIND-EVENT
122500                 THRU 5900-FIND-EVENT-EXIT
122600             IF NOT WS-EVENT-FOUND
122700                 MOVE 'P' TO WS-FIND-TYPE
122800                 PERFORM 5900-FIND-EVENT
122900                     THRU 5900-FIND-EVENT-EXIT
123000             END-IF
123100             IF WS-EVENT-FOUND
123200                 PERFORM 5800-SET-EVENT-SOURCE
123300                     THRU 5800-SET-EVENT-SOURCE-EXIT
123400                 MOVE 'E' TO WF-RESULT(WS-DIF-IDX)
123500             END-IF
123600         WHEN WF-KIND-DELETE(WS-DIF-IDX)
123700             MOVE 'D' TO WS-FIND-TYPE
123800             PERFORM 5900-FIND-EVENT
123900                 THRU 5900-FIND-EVENT-EXIT
124000             IF NOT WS-EVENT-FOUND
124100                 MOVE 'X' TO WS-FIND-TYPE
124200                 PERFORM 5900-FIND-EVENT
124300                     THRU 5900-FIND-EVENT-EXIT
124400             END-IF
124410             IF NOT WS-EVENT-FOUND
124420                 MOVE 'G' TO WS-FIND-TYPE
124430                 PERFORM 5900-FIND-EVENT
124440                     THRU 5900-FIND-EVENT-EXIT
124450             END-IF
124500             IF WS-EVENT-FOUND
124600                 PERFORM 5800-SET-EVENT-SOURCE
124700                     THRU 5800-SET-EVENT-SOURCE-EXIT
124800                 MOVE 'E' TO WF-RESULT(WS-DIF-IDX)
124900             END-IF
125000         WHEN OTHER
125100             PERFORM 5250-EXPLAIN-ASPECTS
125200                 THRU 5250-EXPLAIN-ASPECTS-EXIT
125300     END-EVALUATE.
125400 5200-EXPLAIN-DIFFERENCE-EXIT.
125500     EXIT.

125600*----------------------------------------------------------------
125700*  5250-EXPLAIN-ASPECTS - A CHANGED RECORD IS EXPLAINED ONLY
125800*  WHEN EVERY CHANGED ASPECT IS: A NAME CHANGE BY A CHANGE LINE,
125900*  A STATUS/DATE CHANGE BY THE STATUS ACTION THAT PRODUCES THE
126000*  NEW STATUS (TERM TO 'T', LEAVE TO 'L', RETURN FROM 'L' AND
126100*  REHIRE FROM 'T' BACK TO 'A'; ANY STATUS ACTION WHEN ONLY THE
126200*  DATES MOVED). ON THE SAME KEY A DELETE FOLLOWED BY AN ADD
126300*  ALSO ACCOUNTS FOR EVERYTHING.
126400*----------------------------------------------------------------
126500 5250-EXPLAIN-ASPECTS.
126600     SET WS-ASPECTS-EXPLAINED TO TRUE.
126700     IF WF-NAME-CHANGED(WS-DIF-IDX)
126800         MOVE 'C'    TO WS-FIND-TYPE
126900         MOVE SPACES TO WS-FIND-ACTION
127000         PERFORM 5900-FIND-EVENT
127100             THRU 5900-FIND-EVENT-EXIT
127200         IF WS-EVENT-FOUND
127300             PERFORM 5800-SET-EVENT-SOURCE
127400                 THRU 5800-SET-EVENT-SOURCE-EXIT
127500         ELSE
127600             MOVE 'N' TO WS-ASPECTS-SWITCH
127700         END-IF
127800     END-IF.
127900     IF WF-STATUS-CHANGED(WS-DIF-IDX)
128000         MOVE 'S'    TO WS-FIND-TYPE
128100         MOVE SPACES TO WS-FIND-ACTION
128200         EVALUATE TRUE
128300             WHEN WF-NEW-STATUS(WS-DIF-IDX) =
128400                  WF-OLD-STATUS(WS-DIF-IDX)
128500                 CONTINUE
128600             WHEN WF-NEW-STATUS(WS-DIF-IDX) = 'T'
128700                 MOVE "TERM  " TO WS-FIND-ACTION
128800             WHEN WF-NEW-STATUS(WS-DIF-IDX) = 'L'
128900                 MOVE "LEAVE " TO WS-FIND-ACTION
129000             WHEN WF-OLD-STATUS(WS-DIF-IDX) = 'L'
129100                 MOVE "RETURN" TO WS-FIND-ACTION
129200             WHEN WF-OLD-STATUS(WS-DIF-IDX) = 'T'
129300                 MOVE "REHIRE" TO WS-FIND-ACTION
129400         END-EVALUATE
129500         PERFORM 5900-FIND-EVENT
129600             THRU 5900-FIND-EVENT-EXIT
129700         IF WS-EVENT-FOUND
129800             PERFORM 5800-SET-EVENT-SOURCE
129900                 THRU 5800-SET-EVENT-SOURCE-EXIT
130000         ELSE
130100             MOVE 'N' TO WS-ASPECTS-SWITCH
130200         END-IF
130300     END-IF.
130400     IF NOT WS-ASPECTS-EXPLAINED AND WF-KIND-MODIFY(WS-DIF-IDX)
130500         MOVE SPACES TO WS-FIND-ACTION
130600         MOVE 'A'    TO WS-FIND-TYPE
130700         PERFORM 5900-FIND-EVENT
130800             THRU 5900-FIND-EVENT-EXIT
130900         IF WS-EVENT-FOUND
131000             MOVE 'D' TO WS-FIND-TYPE
131100             PERFORM 5900-FIND-EVENT
131200                 THRU 5900-FIND-EVENT-EXIT
131300         END-IF
131400         IF WS-EVENT-FOUND
131500             SET WS-ASPECTS-EXPLAINED TO TRUE
131600             MOVE SPACES TO WF-SOURCE(WS-DIF-IDX)
131700             PERFORM 5800-SET-EVENT-SOURCE
131800                 THRU 5800-SET-EVENT-SOURCE-EXIT
131900             MOVE "CHG-HIST DEL+ADD" TO WF-SOURCE(WS-DIF-IDX)
132000         END-IF
132100     END-IF.
132200     IF WS-ASPECTS-EXPLAINED
132300         MOVE 'E' TO WF-RESULT(WS-DIF-IDX)
132400     END-IF.
132500 5250-EXPLAIN-ASPECTS-EXIT.
132600     EXIT.

132700*----------------------------------------------------------------
132800*  5300-PAIR-UNLOGGED-MOVE - AN ADD STILL OPEN WHOSE NAME GROUP
132900*  IS IDENTICAL TO A DELETE STILL OPEN IS REPORTED AS ONE
133000*  UNEXPLAINED KEY MOVE RATHER THAN TWO UNRELATED LINES
133100*----------------------------------------------------------------
133200 5300-PAIR-UNLOGGED-MOVE.
133300     IF NOT WF-KIND-ADD(WS-DIF-IDX) OR NOT WF-OPEN(WS-DIF-IDX)
133400         GO TO 5300-PAIR-UNLOGGED-MOVE-EXIT
133500     END-IF.
133600     MOVE 'N' TO WS-DIFF-FOUND-SWITCH.
133700     PERFORM 5350-TEST-SAME-NAME
133800         THRU 5350-TEST-SAME-NAME-EXIT
133900         VARYING WS-MATCH-IDX FROM 1 BY 1
134000         UNTIL WS-MATCH-IDX > WS-DIFF-COUNT
134100            OR WS-DIFF-FOUND.
134200     IF WS-DIFF-FOUND
134300         MOVE 'K' TO WF-KIND(WS-DIF-IDX)
134400         MOVE WF-ID(WS-FOUND-DIF-IDX) TO WF-OLD-ID(WS-DIF-IDX)
134500         PERFORM 5700-ABSORB-DELETE
134600             THRU 5700-ABSORB-DELETE-EXIT
134700     END-IF.
134800 5300-PAIR-UNLOGGED-MOVE-EXIT.
134900     EXIT.

135000 5350-TEST-SAME-NAME.
135100     IF WF-KIND-DELETE(WS-MATCH-IDX) AND
135200        WF-OPEN(WS-MATCH-IDX) AND
135300        WF-OLD-NAME(WS-MATCH-IDX) = WF-NEW-NAME(WS-DIF-IDX)
135400         SET WS-DIFF-FOUND TO TRUE
135500         MOVE WS-MATCH-IDX TO WS-FOUND-DIF-IDX
135600     END-IF.
135700 5350-TEST-SAME-NAME-EXIT.
135800     EXIT.

135900*----------------------------------------------------------------
136000*  5400-COUNT-DIFFERENCE - ADD ONE DIFFERENCE TO THE TOTALS BY
136100*  KIND AND BY RESULT. AN ABSORBED DELETE IS PART OF ITS KEY
136200*  MOVE AND IS NOT COUNTED ON ITS OWN.
136300*----------------------------------------------------------------
136400 5400-COUNT-DIFFERENCE.
136500     IF WF-ABSORBED(WS-DIF-IDX)
136600         GO TO 5400-COUNT-DIFFERENCE-EXIT
136700     END-IF.
136800     EVALUATE TRUE
136900         WHEN WF-KIND-ADD(WS-DIF-IDX)
137000             ADD 1 TO WS-ADD-COUNT
137100         WHEN WF-KIND-DELETE(WS-DIF-IDX)
137200             ADD 1 TO WS-DELETE-COUNT
137300         WHEN WF-KIND-KEY-MOVE(WS-DIF-IDX)
137400             ADD 1 TO WS-KEY-MOVE-COUNT
137500         WHEN OTHER
137600             IF WF-NAME-CHANGED(WS-DIF-IDX)
137700                 ADD 1 TO WS-NAME-CHG-COUNT
137800             END-IF
137900             IF WF-STATUS-CHANGED(WS-DIF-IDX)
138000                 ADD 1 TO WS-STATUS-CHG-COUNT
138100             END-IF
138200     END-EVALUATE.
138300     IF WF-EXPLAINED(WS-DIF-IDX)
138400         ADD 1 TO WS-EXPLAINED-COUNT
138500     ELSE
138600         ADD 1 TO WS-UNEXPLAINED-COUNT
138700     END-IF.
138800 5400-COUNT-DIFFERENCE-EXIT.
138900     EXIT.

139000*----------------------------------------------------------------
139100*  5700-ABSORB-DELETE - FOLD THE DELETE AT WS-FOUND-DIF-IDX INTO
139200*  THE KEY MOVE AT WS-DIF-IDX: ITS IMAGE BECOMES THE "BEFORE"
139300*  SIDE, THE NAME AND STATUS FLAGS ARE SET BY COMPARING THE TWO,
139400*  AND THE DELETE IS NO LONGER REPORTED SEPARATELY
139500*----------------------------------------------------------------
139600 5700-ABSORB-DELETE.
139700     MOVE WF-OLD-NAME(WS-FOUND-DIF-IDX)
139800                             TO WF-OLD-NAME(WS-DIF-IDX).
139900     MOVE WF-OLD-STATUS(WS-FOUND-DIF-IDX)
140000                             TO WF-OLD-STATUS(WS-DIF-IDX).
140100     MOVE WF-OLD-HIRE(WS-FOUND-DIF-IDX)
140200                             TO WF-OLD-HIRE(WS-DIF-IDX).
140300     MOVE WF-OLD-TERM(WS-FOUND-DIF-IDX)
140400                             TO WF-OLD-TERM(WS-DIF-IDX).
140500     IF WF-OLD-NAME(WS-DIF-IDX) NOT = WF-NEW-NAME(WS-DIF-IDX)
140600         MOVE 'Y' TO WF-NAME-SWITCH(WS-DIF-IDX)
140700     END-IF.
140800     IF WF-OLD-STATUS(WS-DIF-IDX) NOT = WF-NEW-STATUS(WS-DIF-IDX)
140900        OR WF-OLD-HIRE(WS-DIF-IDX) NOT = WF-NEW-HIRE(WS-DIF-IDX)
141000        OR WF-OLD-TERM(WS-DIF-IDX) NOT = WF-NEW-TERM(WS-DIF-IDX)
141100         MOVE 'Y' TO WF-STATUS-SWITCH(WS-DIF-IDX)
141200     END-IF.
141300     MOVE 'B' TO WF-RESULT(WS-FOUND-DIF-IDX).
141400 5700-ABSORB-DELETE-EXIT.
141500     EXIT.

141600*----------------------------------------------------------------
141700*  5800-SET-EVENT-SOURCE - RECORD ON THE DIFFERENCE AT
141800*  WS-DIF-IDX WHICH LOG ENTRY (WS-FOUND-EVT-IDX) ACCOUNTS FOR IT.
141900*  THE FIRST ENTRY FOUND IS KEPT WHEN SEVERAL ASPECTS ARE
142000*  EXPLAINED BY DIFFERENT LINES.
142100*----------------------------------------------------------------
142200 5800-SET-EVENT-SOURCE.
142300     IF WF-SOURCE(WS-DIF-IDX) NOT = SPACES
142400         GO TO 5800-SET-EVENT-SOURCE-EXIT
142500     END-IF.
142600     EVALUATE TRUE
142700         WHEN WE-PROMOTE(WS-FOUND-EVT-IDX)
142800             MOVE "SUSPENSE PROMOTE"   TO WF-SOURCE(WS-DIF-IDX)
142900         WHEN WE-ADD(WS-FOUND-EVT-IDX) AND
143000              WE-OPERATOR-ID(WS-FOUND-EVT-IDX) =
143100              WS-BATCH-OPERATOR-ID
143200             MOVE "NIGHTLY BATCH POST" TO WF-SOURCE(WS-DIF-IDX)
143210         WHEN WE-PURGE(WS-FOUND-EVT-IDX)
143220             MOVE "RETENTION PURGE"    TO WF-SOURCE(WS-DIF-IDX)
143300         WHEN OTHER
143400             MOVE SPACES TO WF-SOURCE(WS-DIF-IDX)
143500             STRING "CHANGE-HIST " DELIMITED BY SIZE
143600                 WE-ACTION(WS-FOUND-EVT-IDX) DELIMITED BY SPACE
143700                 INTO WF-SOURCE(WS-DIF-IDX)
143800     END-EVALUATE.
143900     MOVE WE-OPERATOR-ID(WS-FOUND-EVT-IDX)
144000                             TO WF-OPERATOR-ID(WS-DIF-IDX).
144100     MOVE WE-LOG-DATE(WS-FOUND-EVT-IDX)
144200                             TO WF-LOG-DATE(WS-DIF-IDX).
144300 5800-SET-EVENT-SOURCE-EXIT.
144400     EXIT.

144500*----------------------------------------------------------------
144600*  5900-FIND-EVENT - LOOK FOR A TABLED LOG ENTRY OF TYPE
144700*  WS-FIND-TYPE FOR KEY WS-FIND-ID (THE NEW KEY WHEN
144800*  WS-FIND-BY-NEW-ID IS SET) AND, WHEN WS-FIND-ACTION IS NOT
144900*  BLANK, THAT ACTION WORD. SETS WS-EVENT-FOUND AND
145000*  WS-FOUND-EVT-IDX.
145100*----------------------------------------------------------------
145200 5900-FIND-EVENT.
145300     MOVE 'N' TO WS-EVENT-FOUND-SWITCH.
145400     PERFORM 5910-TEST-EVENT
145500         THRU 5910-TEST-EVENT-EXIT
145600         VARYING WS-EVT-IDX FROM 1 BY 1
145700         UNTIL WS-EVT-IDX > WS-EVENT-COUNT
145800            OR WS-EVENT-FOUND.
145900     MOVE 'N' TO WS-FIND-BY-NEW-SWITCH.
146000 5900-FIND-EVENT-EXIT.
146100     EXIT.

146200 5910-TEST-EVENT.
146300     IF WE-TYPE(WS-EVT-IDX) NOT = WS-FIND-TYPE
146400         GO TO 5910-TEST-EVENT-EXIT
146500     END-IF.
146600     IF WS-FIND-ACTION NOT = SPACES AND
146700        WE-ACTION(WS-EVT-IDX) NOT = WS-FIND-ACTION
146800         GO TO 5910-TEST-EVENT-EXIT
146900     END-IF.
147000     IF WS-FIND-BY-NEW-ID
147100         IF WE-NEW-ID(WS-EVT-IDX) = WS-FIND-ID
147200             SET WS-EVENT-FOUND TO TRUE
147300             MOVE WS-EVT-IDX TO WS-FOUND-EVT-IDX
147400         END-IF
147500     ELSE
147600         IF WE-ID(WS-EVT-IDX) = WS-FIND-ID
147700             SET WS-EVENT-FOUND TO TRUE
147800             MOVE WS-EVT-IDX TO WS-FOUND-EVT-IDX
147900         END-IF
148000     END-IF.
148100 5910-TEST-EVENT-EXIT.
148200     EXIT.

148300*----------------------------------------------------------------
148400*  5950-FIND-OPEN-DIFF - LOOK FOR A DIFFERENCE STILL OPEN OF KIND
148500*  WS-FIND-TYPE AT KEY WS-FIND-ID. SETS WS-DIFF-FOUND AND
148600*  WS-FOUND-DIF-IDX.
148700*----------------------------------------------------------------
148800 5950-FIND-OPEN-DIFF.
148900     MOVE 'N' TO WS-DIFF-FOUND-SWITCH.
149000     PERFORM 5960-TEST-DIFF
149100         THRU 5960-TEST-DIFF-EXIT
149200         VARYING WS-MATCH-IDX FROM 1 BY 1
149300         UNTIL WS-MATCH-IDX > WS-DIFF-COUNT
149400            OR WS-DIFF-FOUND.
149500 5950-FIND-OPEN-DIFF-EXIT.
149600     EXIT.

149700 5960-TEST-DIFF.
149800     IF WF-KIND(WS-MATCH-IDX) = WS-FIND-TYPE AND
149900        WF-OPEN(WS-MATCH-IDX) AND
150000        WF-ID(WS-MATCH-IDX) = WS-FIND-ID
150100         SET WS-DIFF-FOUND TO TRUE
150200         MOVE WS-MATCH-IDX TO WS-FOUND-DIF-IDX
150300     END-IF.
150400 5960-TEST-DIFF-EXIT.
150500     EXIT.

150600*----------------------------------------------------------------
150700*  6000-PRINT-REPORT - PRINT THE EXPLAINED CHANGES, THEN START A
150800*  NEW PAGE FOR THE UNEXPLAINED ONES SO THE AUDIT PAGES CAN BE
150900*  PULLED ON THEIR OWN, THEN THE TOTALS
151000*----------------------------------------------------------------
151100 6000-PRINT-REPORT.
151200     MOVE "EXPLAINED CHANGES" TO WSH-TEXT.
151300     SET WS-PRINT-EXPLAINED TO TRUE.
151400     PERFORM 6900-PRINT-PAGE-HEADERS
151500         THRU 6900-PRINT-PAGE-HEADERS-EXIT.
151600     IF WS-EXPLAINED-COUNT = ZERO
151700         WRITE RECON-RPT-RECORD FROM WS-NONE-LINE
151800         ADD 1 TO WS-LINE-COUNT
151900     ELSE
152000         PERFORM 6100-PRINT-DIFFERENCE
152100             THRU 6100-PRINT-DIFFERENCE-EXIT
152200             VARYING WS-DIF-IDX FROM 1 BY 1
152300             UNTIL WS-DIF-IDX > WS-DIFF-COUNT
152400     END-IF.
152500     MOVE "UNEXPLAINED CHANGES - NO MATCHING LOG ENTRY"
152600                                  TO WSH-TEXT.
152700     SET WS-PRINT-UNEXPLAINED TO TRUE.
152800     PERFORM 6900-PRINT-PAGE-HEADERS
152900         THRU 6900-PRINT-PAGE-HEADERS-EXIT.
153000     IF WS-UNEXPLAINED-COUNT = ZERO
153100         WRITE RECON-RPT-RECORD FROM WS-NONE-LINE
153200         ADD 1 TO WS-LINE-COUNT
153300     ELSE
153400         PERFORM 6100-PRINT-DIFFERENCE
153500             THRU 6100-PRINT-DIFFERENCE-EXIT
153600             VARYING WS-DIF-IDX FROM 1 BY 1
153700             UNTIL WS-DIF-IDX > WS-DIFF-COUNT
153800     END-IF.
153900     PERFORM 6500-PRINT-TOTALS
154000         THRU 6500-PRINT-TOTALS-EXIT.
154100 6000-PRINT-REPORT-EXIT.
154200     EXIT.

154300*----------------------------------------------------------------
154400*  6100-PRINT-DIFFERENCE - PRINT ONE DIFFERENCE IF IT BELONGS IN
154500*  THE SECTION BEING PRINTED, WITH A SECOND "WAS:" LINE SHOWING
154600*  THE OLD NAME WHEN THE NAME CHANGED
154700*----------------------------------------------------------------
154800 6100-PRINT-DIFFERENCE.
154900     IF WF-ABSORBED(WS-DIF-IDX)
155000         GO TO 6100-PRINT-DIFFERENCE-EXIT
155100     END-IF.
155200     IF WS-PRINT-EXPLAINED AND NOT WF-EXPLAINED(WS-DIF-IDX)
155300         GO TO 6100-PRINT-DIFFERENCE-EXIT
155400     END-IF.
155500     IF WS-PRINT-UNEXPLAINED AND WF-EXPLAINED(WS-DIF-IDX)
155600         GO TO 6100-PRINT-DIFFERENCE-EXIT
155700     END-IF.
155800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
155900         PERFORM 6900-PRINT-PAGE-HEADERS
156000             THRU 6900-PRINT-PAGE-HEADERS-EXIT
156100     END-IF.
156200     MOVE SPACES TO WD-ID-TEXT WD-OLD-ID-TEXT.
156300     STRING WF-ID(WS-DIF-IDX)(1:3) DELIMITED BY SIZE
156400         "-" DELIMITED BY SIZE
156500         WF-ID(WS-DIF-IDX)(4:5) DELIMITED BY SIZE
156600         INTO WD-ID-TEXT.
156700     IF WF-KIND-KEY-MOVE(WS-DIF-IDX)
156800         STRING WF-OLD-ID(WS-DIF-IDX)(1:3) DELIMITED BY SIZE
156900             "-" DELIMITED BY SIZE
157000             WF-OLD-ID(WS-DIF-IDX)(4:5) DELIMITED BY SIZE
157100             INTO WD-OLD-ID-TEXT
157200     END-IF.
157300     MOVE WF-OLD-STATUS(WS-DIF-IDX) TO WD-OLD-STATUS.
157400     MOVE WF-OLD-HIRE(WS-DIF-IDX)   TO WD-OLD-HIRE.
157500     MOVE WF-OLD-TERM(WS-DIF-IDX)   TO WD-OLD-TERM.
157600     MOVE ">"                       TO WD-ARROW.
157700     MOVE WF-NEW-STATUS(WS-DIF-IDX) TO WD-NEW-STATUS.
157800     MOVE WF-NEW-HIRE(WS-DIF-IDX)   TO WD-NEW-HIRE.
157900     MOVE WF-NEW-TERM(WS-DIF-IDX)   TO WD-NEW-TERM.
158000     MOVE WF-NEW-NAME(WS-DIF-IDX)   TO WD-NAME.
158100     EVALUATE TRUE
158200         WHEN WF-KIND-ADD(WS-DIF-IDX)
158300             MOVE "ADD"          TO WD-KIND-TEXT
158400             MOVE SPACES TO WD-OLD-STATUS WD-OLD-HIRE WD-OLD-TERM
158500                            WD-ARROW
158600         WHEN WF-KIND-DELETE(WS-DIF-IDX)
158700             MOVE "DELETE"       TO WD-KIND-TEXT
158800             MOVE WF-OLD-NAME(WS-DIF-IDX) TO WD-NAME
158900             MOVE SPACES TO WD-NEW-STATUS WD-NEW-HIRE WD-NEW-TERM
159000                            WD-ARROW
159100         WHEN WF-KIND-KEY-MOVE(WS-DIF-IDX)
159200             MOVE "KEY MOVE"     TO WD-KIND-TEXT
159300         WHEN WF-NAME-CHANGED(WS-DIF-IDX) AND
159400              WF-STATUS-CHANGED(WS-DIF-IDX)
159500             MOVE "NAME+STATUS"  TO WD-KIND-TEXT
159600         WHEN WF-NAME-CHANGED(WS-DIF-IDX)
159700             MOVE "NAME CHANGE"  TO WD-KIND-TEXT
159800         WHEN OTHER
159900             MOVE "STATUS/DATES" TO WD-KIND-TEXT
160000     END-EVALUATE.
160100     IF WF-EXPLAINED(WS-DIF-IDX)
160200         MOVE WF-SOURCE(WS-DIF-IDX)      TO WD-SOURCE
160300         MOVE WF-OPERATOR-ID(WS-DIF-IDX) TO WD-OPERATOR-ID
160400         MOVE WF-LOG-DATE(WS-DIF-IDX)    TO WD-LOG-DATE
160500     ELSE
160600         MOVE "NO LOG ENTRY"             TO WD-SOURCE
160700         MOVE SPACES TO WD-OPERATOR-ID WD-LOG-DATE
160800     END-IF.
160900     WRITE RECON-RPT-RECORD FROM WS-DETAIL-LINE.
161000     ADD 1 TO WS-LINE-COUNT.
161100     IF WF-NAME-CHANGED(WS-DIF-IDX)
161200         MOVE WF-OLD-NAME(WS-DIF-IDX) TO WDW-OLD-NAME
161300         WRITE RECON-RPT-RECORD FROM WS-WAS-NAME-LINE
161400         ADD 1 TO WS-LINE-COUNT
161500     END-IF.
161600 6100-PRINT-DIFFERENCE-EXIT.
161700     EXIT.

161800*----------------------------------------------------------------
161900*  6500-PRINT-TOTALS - DIFFERENCE COUNTS BY KIND AND BY RESULT,
162000*  AND A WARNING WHEN A TABLE FILLED
162100*----------------------------------------------------------------
162200 6500-PRINT-TOTALS.
162300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 12
162400         MOVE "TOTALS" TO WSH-TEXT
162500         PERFORM 6900-PRINT-PAGE-HEADERS
162600             THRU 6900-PRINT-PAGE-HEADERS-EXIT
162700     END-IF.
162800     WRITE RECON-RPT-RECORD FROM SPACES.
162900     MOVE "ADDS:"                  TO WT-LABEL.
163000     MOVE WS-ADD-COUNT             TO WT-COUNT.
163100     WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE.
163200     MOVE "DELETES:"               TO WT-LABEL.
163300     MOVE WS-DELETE-COUNT          TO WT-COUNT.
163400     WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE.
163500     MOVE "NAME CHANGES:"          TO WT-LABEL.
163600     MOVE WS-NAME-CHG-COUNT        TO WT-COUNT.
163700     WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE.
163800     MOVE "STATUS/DATE CHANGES:"   TO WT-LABEL.
163900     MOVE WS-STATUS-CHG-COUNT      TO WT-COUNT.
164000     WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE.
164100     MOVE "KEY MOVES:"             TO WT-LABEL.
164200     MOVE WS-KEY-MOVE-COUNT        TO WT-COUNT.
164300     WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE.
164400     WRITE RECON-RPT-RECORD FROM SPACES.
164500     MOVE "EXPLAINED BY LOG:"      TO WT-LABEL.
164600     MOVE WS-EXPLAINED-COUNT       TO WT-COUNT.
164700     WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE.
164800     MOVE "UNEXPLAINED:"           TO WT-LABEL.
164900     MOVE WS-UNEXPLAINED-COUNT     TO WT-COUNT.
165000     WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE.
165100     IF WS-DIFF-OVERFLOW > ZERO
165200         MOVE "DIFFERENCE TABLE FULL - NOT REPORTED:"
165300                                   TO WW-TEXT
165400         MOVE WS-DIFF-OVERFLOW     TO WW-COUNT
165500         WRITE RECON-RPT-RECORD FROM WS-WARNING-LINE
165600     END-IF.
165700     IF WS-EVENT-OVERFLOW > ZERO
165800         MOVE "LOG TABLE FULL - ENTRIES NOT LOADED:"
165900                                   TO WW-TEXT
166000         MOVE WS-EVENT-OVERFLOW    TO WW-COUNT
166100         WRITE RECON-RPT-RECORD FROM WS-WARNING-LINE
166200     END-IF.
166300 6500-PRINT-TOTALS-EXIT.
166400     EXIT.

166500*----------------------------------------------------------------
166600*  6900-PRINT-PAGE-HEADERS - START A NEW PAGE WITH THE RUN DATE,
166700*  PAGE NUMBER, WHAT WAS COMPARED, THE SECTION BEING PRINTED,
166800*  AND THE COLUMN HEADINGS
166900*----------------------------------------------------------------
167000 6900-PRINT-PAGE-HEADERS.
167100     ADD 1 TO WS-PAGE-COUNT.
167200     MOVE WS-RUN-MM  TO WR1-RUN-MM.
167300     MOVE WS-RUN-DD  TO WR1-RUN-DD.
167400     MOVE WS-RUN-YY  TO WR1-RUN-YY.
167500     MOVE WS-PAGE-COUNT TO WR1-PAGE-NO.
167600     MOVE WS-USE-GEN            TO WS1-GENERATION.
167700     MOVE WS-BS-DATE(3:2)       TO WS1-BKP-MM.
167800     MOVE WS-BS-DATE(5:2)       TO WS1-BKP-DD.
167900     MOVE WS-BS-DATE(1:2)       TO WS1-BKP-YY.
168000     MOVE WS-BS-TIME(1:2)       TO WS1-BKP-HH.
168100     MOVE WS-BS-TIME(3:2)       TO WS1-BKP-MIN.
168200     MOVE WS-BS-TIME(5:2)       TO WS1-BKP-SEC.
168300     MOVE WS-BACKUP-COUNT       TO WS1-BACKUP-COUNT.
168400     MOVE WS-GEN-RESULT-TEXT    TO WS1-GEN-RESULT.
168500     MOVE WS-MASTER-COUNT       TO WS2-MASTER-COUNT.
168600     MOVE WS-EVENT-COUNT        TO WS2-EVENT-COUNT.
168700     MOVE WS-RESTORE-COUNT      TO WS3-RESTORE-COUNT.
168800     IF WS-RESTORE-COUNT > ZERO
168900         MOVE "(A RESTORE REPLACES THE FILE - EXPECT UNEXPLAINED)"
169000                                TO WS3-RESTORE-NOTE
169100     ELSE
169200         MOVE SPACES            TO WS3-RESTORE-NOTE
169300     END-IF.
169400     IF WS-PAGE-COUNT > 1
169500         WRITE RECON-RPT-RECORD FROM SPACES
169600             AFTER ADVANCING PAGE
169700     END-IF.
169800     WRITE RECON-RPT-RECORD FROM WS-PAGE-HEADER-1.
169900     WRITE RECON-RPT-RECORD FROM WS-SUMMARY-LINE-1.
170000     WRITE RECON-RPT-RECORD FROM WS-SUMMARY-LINE-2.
170100     WRITE RECON-RPT-RECORD FROM WS-SUMMARY-LINE-3.
170200     WRITE RECON-RPT-RECORD FROM SPACES.
170300     WRITE RECON-RPT-RECORD FROM WS-SECTION-HEADER.
170400     WRITE RECON-RPT-RECORD FROM SPACES.
170500     WRITE RECON-RPT-RECORD FROM WS-COLUMN-HEADER.
170600     WRITE RECON-RPT-RECORD FROM SPACES.
170700     MOVE ZERO TO WS-LINE-COUNT.
170800 6900-PRINT-PAGE-HEADERS-EXIT.
170900     EXIT.

171000*----------------------------------------------------------------
171100*  8100-OPEN-GEN-INPUT / 8150-READ / 8300-CLOSE - GENERATION FILE
171200*  I-O DISPATCHED ON WS-USE-GEN, AS IN EMPBKUP. THE THREE
171300*  GENERATIONS ARE SEPARATE SELECTS SHARING ONE FILE STATUS.
171400*----------------------------------------------------------------
171500 8100-OPEN-GEN-INPUT.
171600     EVALUATE WS-USE-GEN
171700         WHEN 1
171800             OPEN INPUT BACKUP-GEN1
171900         WHEN 2
172000             OPEN INPUT BACKUP-GEN2
172100         WHEN OTHER
172200             OPEN INPUT BACKUP-GEN3
172300     END-EVALUATE.
172400 8100-OPEN-GEN-INPUT-EXIT.
172500     EXIT.

172600 8150-READ-GEN-RECORD.
172700     EVALUATE WS-USE-GEN
172800         WHEN 1
172900             READ BACKUP-GEN1 INTO WS-BACKUP-RECORD
173000                 AT END
173100                     SET WS-GEN-EOF TO TRUE
173200             END-READ
173300         WHEN 2
173400             READ BACKUP-GEN2 INTO WS-BACKUP-RECORD
173500                 AT END
173600                     SET WS-GEN-EOF TO TRUE
173700             END-READ
173800         WHEN OTHER
173900             READ BACKUP-GEN3 INTO WS-BACKUP-RECORD
174000                 AT END
174100                     SET WS-GEN-EOF TO TRUE
174200             END-READ
174300     END-EVALUATE.
174400 8150-READ-GEN-RECORD-EXIT.
174500     EXIT.

174600 8300-CLOSE-GEN.
174700     EVALUATE WS-USE-GEN
174800         WHEN 1
174900             CLOSE BACKUP-GEN1
175000         WHEN 2
175100             CLOSE BACKUP-GEN2
175200         WHEN OTHER
175300             CLOSE BACKUP-GEN3
175400     END-EVALUATE.
175500 8300-CLOSE-GEN-EXIT.
175600     EXIT.

175700*----------------------------------------------------------------
175800*  3000-TERMINATE - REPORT THE COUNTS AND CLOSE WHATEVER IS OPEN
175900*----------------------------------------------------------------
176000 3000-TERMINATE.
176100     IF NOT WS-INIT-FAILED
176200         DISPLAY "EMPRECON: GENERATION " WS-USE-GEN " RECORDS = "
176300             WS-BACKUP-COUNT " MASTER RECORDS = " WS-MASTER-COUNT
176400         DISPLAY "EMPRECON: DIFFERENCES EXPLAINED = "
176500             WS-EXPLAINED-COUNT " UNEXPLAINED = "
176600             WS-UNEXPLAINED-COUNT
176700     END-IF.
176800     IF WS-UNEXPLAINED-COUNT > ZERO
176900         DISPLAY "EMPRECON: UNEXPLAINED CHANGES ON "
177000             "EMPLOYEE-MASTER - SEE RCNRPT"
177100     END-IF.
177200     IF WS-GEN-OPEN
177300         PERFORM 8300-CLOSE-GEN
177400             THRU 8300-CLOSE-GEN-EXIT
177500     END-IF.
177600     IF WS-EMPMAST-OPEN
177700         CLOSE EMPLOYEE-MASTER
177800     END-IF.
177900     IF WS-RCNRPT-OPEN
178000         CLOSE RECON-RPT
178100     END-IF.
178200 3000-TERMINATE-EXIT.
178300     EXIT.
