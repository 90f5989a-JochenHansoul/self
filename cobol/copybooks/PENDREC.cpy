000100*****************************************************************
000200*  COPYBOOK    :  PENDREC
000300*  AUTHOR      :  J. HANSOUL
000400*  INSTALLATION:  DATA PROCESSING
000500*  DATE-WRITTEN:  10/15/2026
000600*----------------------------------------------------------------
000700*  PURPOSE     :  PENDING-ACTION RECORD LAYOUT (FILE PENDACT).
000800*                 ONE RECORD PER FUTURE-DATED TERMINATE,
000900*                 TRANSFER, LEAVE, RETURN, OR REHIRE KEYED IN
001000*                 EMPMAINT, HELD UNTIL THE NIGHTLY PENDAPLY RUN
001100*                 ON OR AFTER THE EFFECTIVE DATE APPLIES IT. THE
001200*                 KEY IS THE EMPLOYEE ID, THEN THE EFFECTIVE
001300*                 DATE, THEN THE ACTION, SO ONE EMPLOYEE'S
001400*                 ACTIONS READ BACK IN THE ORDER THEY FALL DUE.
001500*                 THE ACTION WORDS ARE THE CHANGE-HIST ACTION
001600*                 WORDS THE APPLIED ACTION IS LOGGED UNDER.
001700*                 WS-PND-NEW-DEPT IS THE TARGET DEPARTMENT OF A
001800*                 TRANSFER AND ZERO OTHERWISE. THE OPERATOR AND
001900*                 ENTRY DATE/TIME ARE THOSE OF THE EMPMAINT
002000*                 SESSION THAT KEYED THE ACTION; WS-PND-NAME IS
002100*                 THE NAME ON FILE AT THAT TIME, FOR LISTINGS.
002200*----------------------------------------------------------------
002300*  MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    10/15/2026 JH    ORIGINAL COPYBOOK.
002600*****************************************************************
002700 01  WS-PENDING-RECORD.
002800     05  WS-PND-KEY.
002900         10  WS-PND-ID.
003000             15  WS-PND-DEPT      PIC 9(03).
003100             15  WS-PND-EMP-NO    PIC 9(05).
003200         10  WS-PND-EFF-DATE      PIC 9(06).
003300         10  WS-PND-ACTION        PIC X(06).
003400             88  WS-PND-TERM              VALUE "TERM  ".
003500             88  WS-PND-XFER              VALUE "XFER  ".
003600             88  WS-PND-LEAVE             VALUE "LEAVE ".
003700             88  WS-PND-RETURN            VALUE "RETURN".
003800             88  WS-PND-REHIRE            VALUE "REHIRE".
003900     05  WS-PND-NEW-DEPT          PIC 9(03).
004000     05  WS-PND-OPERATOR-ID       PIC X(08).
004100     05  WS-PND-ENTRY-DATE        PIC 9(06).
004200     05  WS-PND-ENTRY-TIME        PIC 9(06).
004300     05  WS-PND-NAME              PIC A(30).
