000100*****************************************************************
000200*  COPYBOOK    :  EMPTRAN
000300*  AUTHOR      :  J. HANSOUL
000400*  INSTALLATION:  DATA PROCESSING
000500*  DATE-WRITTEN:  10/15/2026
000600*----------------------------------------------------------------
000700*  PURPOSE     :  BATCH MAINTENANCE TRANSACTION LAYOUT (FILE
000800*                 EMPTRAN, READ BY EMPBATCH). 80 BYTES. THE FIRST
000900*                 RECORD OF A BATCH IS A *HEADER* RECORD CARRYING
001000*                 THE BATCH ID AND DATE; THE LAST IS A *TRAILER*
001100*                 RECORD CARRYING THE DETAIL COUNT AND A CONTROL
001200*                 HASH (LOW-ORDER NINE DIGITS OF THE SUM OF THE
001300*                 DETAIL EMPLOYEE NUMBERS), THE SAME CONTROL
001400*                 TOTALS THE NIGHTLY EXTRACT PUTS ON ITS TRAILER.
001500*                 EVERY RECORD BETWEEN IS ONE TRANSACTION:
001600*                   C  CHANGE NAME     - NEW NAME FIELDS
001700*                   T  TERMINATE
001800*                   R  REHIRE
001900*                   L  LEAVE/RETURN    - DIRECTION L (TO LEAVE) OR
002000*                                        R (RETURN FROM LEAVE)
002100*                   X  TRANSFER        - TARGET DEPARTMENT
002200*                 THE OPERATOR ID IS THE PERSON WHO SUBMITTED THE
002300*                 TRANSACTION; THE RUN CHECKS IT ON OPERATOR-AUTH
002400*                 AND LOGS THE CHANGE UNDER IT. FIELDS A
002500*                 TRANSACTION DOES NOT USE ARE LEFT BLANK.
002600*----------------------------------------------------------------
002700*  MODIFICATION HISTORY
002800*    DATE       INIT  DESCRIPTION
002900*    10/15/2026 JH    ORIGINAL COPYBOOK.
003000*****************************************************************
003100 01  WS-TRANSACTION-RECORD.
003200     05  WS-TRN-CODE              PIC X(01).
003300         88  WS-TRN-CHANGE                VALUE 'C'.
003400         88  WS-TRN-TERMINATE             VALUE 'T'.
003500         88  WS-TRN-REHIRE                VALUE 'R'.
003600         88  WS-TRN-LEAVE                 VALUE 'L'.
003700         88  WS-TRN-TRANSFER              VALUE 'X'.
003800     05  WS-TRN-OPERATOR-ID       PIC X(08).
003900     05  WS-TRN-ID-INPUT.
004000         10  WS-TRN-DEPT-INPUT    PIC X(03).
004100         10  WS-TRN-EMP-NO-INPUT  PIC X(05).
004200     05  WS-TRN-NEW-DEPT-INPUT    PIC X(03).
004300     05  WS-TRN-LEAVE-DIR         PIC X(01).
004400         88  WS-TRN-TO-LEAVE              VALUE 'L'.
004500         88  WS-TRN-FROM-LEAVE            VALUE 'R'.
004600     05  WS-TRN-NAME-DATA.
004700         10  WS-TRN-LAST-NAME     PIC A(15).
004800         10  WS-TRN-FIRST-NAME    PIC A(10).
004900         10  WS-TRN-MIDDLE-INIT   PIC A(01).
005000         10  WS-TRN-TITLE         PIC A(04).
005100     05  FILLER                   PIC X(29).
005200 01  WS-TRANSACTION-HEADER REDEFINES WS-TRANSACTION-RECORD.
005300     05  WS-TRH-TAG               PIC X(09).
005400         88  WS-TRH-IS-HEADER             VALUE "*HEADER* ".
005500     05  WS-TRH-BATCH-ID          PIC X(08).
005600     05  WS-TRH-BATCH-DATE        PIC X(06).
005700     05  FILLER                   PIC X(57).
005800 01  WS-TRANSACTION-TRAILER REDEFINES WS-TRANSACTION-RECORD.
005900     05  WS-TRT-TAG               PIC X(09).
006000         88  WS-TRT-IS-TRAILER            VALUE "*TRAILER*".
006100     05  WS-TRT-EXPECTED-COUNT    PIC 9(07).
006200     05  WS-TRT-CONTROL-HASH      PIC 9(09).
006300     05  FILLER                   PIC X(55).
