002971*                       GATED BY THE CHANGE AUTHORITY - IT EDITS
002972*                       THE RECORD IN PLACE. HIRE AND TERMINATION
002973*                       DATES ARE NOT TOUCHED.
002974*    10/15/2026 JH    TERMINATE, TRANSFER, LEAVE/RETURN AND REHIRE
002975*                       NOW ASK FOR AN EFFECTIVE DATE. BLANK OR
002976*                       TODAY APPLIES THE ACTION AS BEFORE; A
002977*                       LATER DATE HOLDS IT ON THE NEW PENDACT
002978*                       FILE (COPYBOOK PENDREC) FOR THE NIGHTLY
002979*                       PENDAPLY RUN, WHICH CHECKS THE STATUS
002980*                       RULES WHEN IT APPLIES THE ACTION. HOLDS
002981*                       ARE LOGGED TO CHANGE-HIST AS PEND-T/X/L/R.
002982*                       NEW P OPERATION LISTS AN EMPLOYEE'S
002983*                       PENDING ACTIONS AND CANCELS ONE (LOGGED
002984*                       CANC-T/X/L/R). A TRANSFER NOW CARRIES THE
002985*                       EMPLOYEE'S PENDING ACTIONS TO THE NEW ID.
002986*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
002987*                       THE LAST/FIRST NAME ALTERNATE KEY
002988*                       WM-NAME-KEY (WITH DUPLICATES) ADDED TO
002989*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
002990*                       CHANGE TO THIS PROGRAM'S LOGIC.
002991*****************************************************************
003000 IDENTIFICATION DIVISION.
003100     PROGRAM-ID.     EMPMAINT.
003200     AUTHOR.         J. HANSOUL.
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS WM-ID
004850         ALTERNATE RECORD KEY IS WM-NAME-KEY
004860             WITH DUPLICATES
004900         FILE STATUS IS WS-MAST-STATUS.
004910     SELECT CHANGE-HIST   ASSIGN TO "EMPCHG"
004920         ORGANIZATION IS LINE SEQUENTIAL
004999     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
005001         ORGANIZATION IS LINE SEQUENTIAL
005002         FILE STATUS IS WS-AUDITLOG-STATUS.
005003     SELECT PENDING-ACTIONS ASSIGN TO "PENDACT"
005004         ORGANIZATION IS INDEXED
005005         ACCESS MODE IS DYNAMIC
005006         RECORD KEY IS PA-KEY
005007         FILE STATUS IS WS-PENDACT-STATUS.

005051*----------------------------------------------------------------
005100*  DATA DIVISION
005700     COPY EMPREC REPLACING
005800         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
005900         ==WS-NAME-DATA==       BY ==WM-NAME-DATA==
005950         ==WS-NAME-KEY==        BY ==WM-NAME-KEY==
006000         ==WS-LAST-NAME==       BY ==WM-LAST-NAME==
006100         ==WS-FIRST-NAME==      BY ==WM-FIRST-NAME==
006200         ==WS-MIDDLE-INIT==     BY ==WM-MIDDLE-INIT==
006816     LABEL RECORDS ARE STANDARD.
006817 01  AUDIT-LOG-RECORD         PIC X(80).

006818 FD  PENDING-ACTIONS
006819     LABEL RECORDS ARE STANDARD.
006820 01  PENDING-ACTION-RECORD.
006821     05  PA-KEY               PIC X(20).
006822     05  FILLER               PIC X(53).

006858 WORKING-STORAGE SECTION.
006900     COPY EMPREC REPLACING
007000         ==WS-EMPLOYEE-RECORD== BY ==WI-EMPLOYEE-RECORD==
007100         ==WS-NAME-DATA==       BY ==WI-NAME-DATA==
007150         ==WS-NAME-KEY==        BY ==WI-NAME-KEY==
007200         ==WS-LAST-NAME==       BY ==WI-LAST-NAME==
007300         ==WS-FIRST-NAME==      BY ==WI-FIRST-NAME==
007400         ==WS-MIDDLE-INIT==     BY ==WI-MIDDLE-INIT==
008990         88  WS-ASSIGN-FAILED            VALUE 'N'.
008991     05  WS-RUNLOCK-HELD-SWITCH PIC X(01) VALUE 'N'.
008992         88  WS-RUNLOCK-HELD             VALUE 'Y'.
008993     05  WS-PENDACT-OPEN-SWITCH PIC X(01) VALUE 'N'.
008994         88  WS-PENDACT-OPEN             VALUE 'Y'.

009000 01  WS-MAST-STATUS           PIC X(02) VALUE SPACES.
009002 01  WS-CHGHIST-STATUS        PIC X(02) VALUE SPACES.
009058     05  WS-RUN-SEC           PIC 9(02).
009060     05  WS-RUN-HUNDREDTHS    PIC 9(02).

009061*----------------------------------------------------------------
009062*  PENDING-ACTION WORK AREAS - THE EFFECTIVE DATE KEYED FOR A
009063*  TERMINATE/TRANSFER/LEAVE/REHIRE, THE PENDACT RECORD BEING
009064*  BUILT OR SHOWN, AND THE LIST OF ONE EMPLOYEE'S PENDING
009065*  ACTIONS SHOWN BY THE P OPERATION
009066*----------------------------------------------------------------
009067 01  WS-PENDACT-STATUS        PIC X(02) VALUE SPACES.
009068     COPY PENDREC.

009069 01  WS-PND-SWITCHES.
009070     05  WS-PND-EOF-SWITCH    PIC X(01) VALUE 'N'.
009071         88  WS-PND-EOF                 VALUE 'Y'.
009072     05  WS-PND-MORE-SWITCH   PIC X(01) VALUE 'N'.
009073         88  WS-PND-MORE                VALUE 'Y'.
009074     05  WS-PND-AUTH-SWITCH   PIC X(01) VALUE 'N'.
009075         88  WS-PND-AUTH-OK             VALUE 'Y'.
009076     05  WS-EFF-DATE-SWITCH   PIC X(01) VALUE 'T'.
009077         88  WS-EFF-TODAY               VALUE 'T'.
009078         88  WS-EFF-FUTURE              VALUE 'F'.
009079         88  WS-EFF-REFUSED             VALUE 'R'.

009080 01  WS-EFF-DATE-INPUT        PIC X(06) VALUE SPACES.
009081 01  WS-EFF-DATE REDEFINES WS-EFF-DATE-INPUT.
009082     05  WS-EFF-YY            PIC 9(02).
009083     05  WS-EFF-MM            PIC 9(02).
009084     05  WS-EFF-DD            PIC 9(02).
009085 01  WS-LEAVE-DIR-INPUT       PIC X(01).

009086 01  WS-PND-LOG-ACTION.
009087     05  WS-PLA-PREFIX        PIC X(05).
009088     05  WS-PLA-CODE          PIC X(01).

009089 01  WS-PND-PICK-INPUT        PIC X(02).
009090 01  WS-PND-PICK              PIC 9(02) VALUE ZERO.
009091 01  WS-PND-IDX               PIC 9(02) VALUE ZERO.
009092 01  WS-PND-LIST-COUNT        PIC 9(02) VALUE ZERO.
009093 01  WS-PND-CARRIED           PIC 9(03) VALUE ZERO.
009094 01  WS-PND-SHOW-NO           PIC Z9.
009095 01  WS-PND-SAVE-KEY          PIC X(20) VALUE SPACES.
009096 01  WS-PND-LIST-TABLE.
009097     05  WS-PND-LIST-ENTRY    OCCURS 20 TIMES
009098                                  PIC X(73).

009100 01  WS-REASON-TEXT           PIC X(40) VALUE SPACES.

009200 01  WS-OPERATION             PIC X(01).
009520     88  WS-OP-REHIRE                   VALUE 'R' 'r'.
009525     88  WS-OP-LEAVE                    VALUE 'L' 'l'.
009530     88  WS-OP-TRANSFER                 VALUE 'X' 'x'.
009535     88  WS-OP-PENDING                  VALUE 'P' 'p'.
009600     88  WS-OP-QUIT                     VALUE 'Q' 'q'.

009700 01  WI-DEPT-INPUT             PIC X(03).
012694                 " - NEXT-NUMBER ASSIGNMENT UNAVAILABLE"
012695         END-IF
012696     END-IF.
012697     PERFORM 4000-OPEN-PENDING-ACTIONS
012698         THRU 4000-OPEN-PENDING-ACTIONS-EXIT.
012700 1000-INITIALIZE-EXIT.
012800     EXIT.

013600     DISPLAY "A = ADD   C = CHANGE   D = DELETE   T = TERMINATE".
013610     DISPLAY "L = LEAVE/RETURN   R = REHIRE   X = TRANSFER"
013612         "   Q = QUIT".
013613     DISPLAY "P = PENDING ACTIONS (LIST/CANCEL)".
013700     DISPLAY "ENTER OPERATION: " WITH NO ADVANCING.
013800     ACCEPT WS-OPERATION.
013900     EVALUATE TRUE
014850             END-IF
014851         WHEN WS-OP-TERMINATE
014852             IF WS-AUTH-DELETE
014853                 PERFORM 4100-DATED-ACTION
014854                     THRU 4100-DATED-ACTION-EXIT
014855             ELSE
014856                 MOVE "DENY-T" TO WS-CHG-ACTION
014857                 PERFORM 2850-REJECT-UNAUTHORIZED
014859             END-IF
014860         WHEN WS-OP-REHIRE
014861             IF WS-AUTH-ADD
014862                 PERFORM 4100-DATED-ACTION
014863                     THRU 4100-DATED-ACTION-EXIT
014864             ELSE
014865                 MOVE "DENY-R" TO WS-CHG-ACTION
014866                 PERFORM 2850-REJECT-UNAUTHORIZED
014868             END-IF
014869         WHEN WS-OP-LEAVE
014870             IF WS-AUTH-CHANGE
014871                 PERFORM 4100-DATED-ACTION
014872                     THRU 4100-DATED-ACTION-EXIT
014873             ELSE
014874                 MOVE "DENY-L" TO WS-CHG-ACTION
014875                 PERFORM 2850-REJECT-UNAUTHORIZED
014877             END-IF
014878         WHEN WS-OP-TRANSFER
014879             IF WS-AUTH-ADD AND WS-AUTH-DELETE
014880                 PERFORM 4100-DATED-ACTION
014881                     THRU 4100-DATED-ACTION-EXIT
014882             ELSE
014883                 MOVE "DENY-X" TO WS-CHG-ACTION
014884                 PERFORM 2850-REJECT-UNAUTHORIZED
014885                     THRU 2850-REJECT-UNAUTHORIZED-EXIT
014886             END-IF
014887         WHEN WS-OP-PENDING
014888             PERFORM 4300-LIST-PENDING-ACTIONS
014889                 THRU 4300-LIST-PENDING-ACTIONS-EXIT
014900         WHEN WS-OP-QUIT
015000             SET WS-DONE TO TRUE
015100         WHEN OTHER
026838             PERFORM 2460-BACK-OUT-TRANSFER
026839                 THRU 2460-BACK-OUT-TRANSFER-EXIT
026840         NOT INVALID KEY
026841             PERFORM 4500-COMPLETE-TRANSFER
026842                 THRU 4500-COMPLETE-TRANSFER-EXIT
026843             DISPLAY "EMPMAINT: EMPLOYEE TRANSFERRED TO "
026844                 "DEPARTMENT " WS-XFR-NEW-DEPT
026845     END-DELETE.
032960         PERFORM 1390-RELEASE-RUN-LOCK
032970             THRU 1390-RELEASE-RUN-LOCK-EXIT
032980     END-IF.
032981     IF WS-PENDACT-OPEN
032982         CLOSE PENDING-ACTIONS
032983     END-IF.
033000 3000-TERMINATE-EXIT.
033100     EXIT.

033200*----------------------------------------------------------------
033300*  4000-OPEN-PENDING-ACTIONS - OPEN THE PENDACT FILE OF FUTURE-
033400*  DATED ACTIONS FOR UPDATE, CREATING IT ON FIRST USE THE SAME
033500*  WAY NUMBER-RESERVE IS CREATED. WITHOUT IT THE SESSION STILL
033600*  RUNS, BUT ONLY TODAY'S DATE IS ACCEPTED AS AN EFFECTIVE DATE
033700*  AND THE P OPERATION IS UNAVAILABLE.
033800*----------------------------------------------------------------
033900 4000-OPEN-PENDING-ACTIONS.
034000     IF WS-DONE
034100         GO TO 4000-OPEN-PENDING-ACTIONS-EXIT
034200     END-IF.
034300     OPEN I-O PENDING-ACTIONS.
034400     IF WS-PENDACT-STATUS = "35"
034500         OPEN OUTPUT PENDING-ACTIONS
034600         CLOSE PENDING-ACTIONS
034700         OPEN I-O PENDING-ACTIONS
034800     END-IF.
034900     IF WS-PENDACT-STATUS = "00"
035000         SET WS-PENDACT-OPEN TO TRUE
035100     ELSE
035200         DISPLAY "EMPMAINT: NO PENDING-ACTIONS FILE - "
035300             "STATUS = " WS-PENDACT-STATUS
035400             " - FUTURE-DATED ACTIONS UNAVAILABLE"
035500     END-IF.
035600 4000-OPEN-PENDING-ACTIONS-EXIT.
035700     EXIT.

035800*----------------------------------------------------------------
035900*  4100-DATED-ACTION - TERMINATE, REHIRE, LEAVE/RETURN, AND
036000*  TRANSFER TAKE AN EFFECTIVE DATE. TODAY (OR BLANK) CARRIES THE
036100*  OPERATION OUT NOW EXACTLY AS BEFORE; A LATER DATE HOLDS IT ON
036200*  PENDACT FOR THE NIGHTLY PENDAPLY RUN TO APPLY.
036300*----------------------------------------------------------------
036400 4100-DATED-ACTION.
036500     PERFORM 4150-ACCEPT-EFFECTIVE-DATE
036600         THRU 4150-ACCEPT-EFFECTIVE-DATE-EXIT.
036700     IF WS-EFF-REFUSED
036800         GO TO 4100-DATED-ACTION-EXIT
036900     END-IF.
037000     IF WS-EFF-FUTURE
037100         PERFORM 4200-HOLD-PENDING-ACTION
037200             THRU 4200-HOLD-PENDING-ACTION-EXIT
037300         GO TO 4100-DATED-ACTION-EXIT
037400     END-IF.
037500     EVALUATE TRUE
037600         WHEN WS-OP-TERMINATE
037700             PERFORM 2350-TERMINATE-EMPLOYEE
037800                 THRU 2350-TERMINATE-EMPLOYEE-EXIT
037900         WHEN WS-OP-REHIRE
038000             PERFORM 2400-REHIRE-EMPLOYEE
038100                 THRU 2400-REHIRE-EMPLOYEE-EXIT
038200         WHEN WS-OP-LEAVE
038300             PERFORM 2370-LEAVE-RETURN
038400                 THRU 2370-LEAVE-RETURN-EXIT
038500         WHEN WS-OP-TRANSFER
038600             PERFORM 2450-TRANSFER-EMPLOYEE
038700                 THRU 2450-TRANSFER-EMPLOYEE-EXIT
038800     END-EVALUATE.
038900 4100-DATED-ACTION-EXIT.
039000     EXIT.

039100*----------------------------------------------------------------
039200*  4150-ACCEPT-EFFECTIVE-DATE - PROMPT FOR THE EFFECTIVE DATE
039300*  (YYMMDD). BLANK OR TODAY MEANS NOW. A PAST DATE IS REFUSED -
039400*  THE IMMEDIATE OPERATIONS STAMP TODAY'S DATE AND A BACKDATED
039500*  ACTION IS NOT SOMETHING THE NIGHTLY RUN SHOULD QUIETLY DO. A
039600*  LATER DATE NEEDS THE PENDACT FILE.
039700*----------------------------------------------------------------
039800 4150-ACCEPT-EFFECTIVE-DATE.
039900     SET WS-EFF-TODAY TO TRUE.
040000     MOVE SPACES TO WS-EFF-DATE-INPUT.
040100     DISPLAY "ENTER EFFECTIVE DATE (YYMMDD, BLANK = TODAY): "
040200         WITH NO ADVANCING.
040300     ACCEPT WS-EFF-DATE-INPUT.
040400     IF WS-EFF-DATE-INPUT = SPACES
040500         GO TO 4150-ACCEPT-EFFECTIVE-DATE-EXIT
040600     END-IF.
040700     IF WS-EFF-DATE-INPUT IS NOT NUMERIC
040800         DISPLAY "EMPMAINT: EFFECTIVE DATE IS NOT NUMERIC"
040900         SET WS-EFF-REFUSED TO TRUE
041000         GO TO 4150-ACCEPT-EFFECTIVE-DATE-EXIT
041100     END-IF.
041200     IF WS-EFF-MM < 01 OR WS-EFF-MM > 12 OR
041300        WS-EFF-DD < 01 OR WS-EFF-DD > 31
041400         DISPLAY "EMPMAINT: EFFECTIVE DATE IS NOT A VALID DATE"
041500         SET WS-EFF-REFUSED TO TRUE
041600         GO TO 4150-ACCEPT-EFFECTIVE-DATE-EXIT
041700     END-IF.
041800     IF WS-EFF-DATE = WS-RUN-DATE
041900         GO TO 4150-ACCEPT-EFFECTIVE-DATE-EXIT
042000     END-IF.
042100     IF WS-EFF-DATE < WS-RUN-DATE
042200         DISPLAY "EMPMAINT: EFFECTIVE DATE IS IN THE PAST"
042300         SET WS-EFF-REFUSED TO TRUE
042400         GO TO 4150-ACCEPT-EFFECTIVE-DATE-EXIT
042500     END-IF.
042600     IF NOT WS-PENDACT-OPEN
042700         DISPLAY "EMPMAINT: PENDING-ACTIONS FILE UNAVAILABLE - "
042800             "ONLY TODAY'S DATE ACCEPTED"
042900         SET WS-EFF-REFUSED TO TRUE
043000         GO TO 4150-ACCEPT-EFFECTIVE-DATE-EXIT
043100     END-IF.
043200     SET WS-EFF-FUTURE TO TRUE.
043300 4150-ACCEPT-EFFECTIVE-DATE-EXIT.
043400     EXIT.

043500*----------------------------------------------------------------
043600*  4200-HOLD-PENDING-ACTION - KEY AND VALIDATE THE EMPLOYEE ID
043700*  AS THE IMMEDIATE OPERATION WOULD, THEN WRITE THE ACTION TO
043800*  PENDACT INSTEAD OF CHANGING THE MASTER. THE STATUS RULES
043900*  (NOT ALREADY TERMINATED, ONLY A TERMINATED EMPLOYEE REHIRED,
044000*  AND SO ON) ARE LEFT TO PENDAPLY ON THE EFFECTIVE DATE - AN
044100*  EARLIER PENDING ACTION MAY CHANGE THE STATUS BEFORE THEN. THE
044200*  KEY IS ID/DATE/ACTION, SO THE SAME ACTION TWICE FOR THE SAME
044300*  DAY IS REFUSED AS ALREADY ON FILE.
044400*----------------------------------------------------------------
044500 4200-HOLD-PENDING-ACTION.
044600     PERFORM 2500-ACCEPT-ID
044700         THRU 2500-ACCEPT-ID-EXIT.
044800     PERFORM 2600-VALIDATE-INPUT-ID
044900         THRU 2600-VALIDATE-INPUT-ID-EXIT.
045000     IF WS-INPUT-INVALID
045100         DISPLAY "EMPMAINT: " WS-REASON-TEXT
045200         GO TO 4200-HOLD-PENDING-ACTION-EXIT
045300     END-IF.
045400     MOVE WI-DEPT   TO WM-DEPT.
045500     MOVE WI-EMP-NO TO WM-EMP-NO.
045600     READ EMPLOYEE-MASTER
045700         INVALID KEY
045800             SET WS-RECORD-NOT-FOUND TO TRUE
045900         NOT INVALID KEY
046000             SET WS-RECORD-FOUND TO TRUE
046100     END-READ.
046200     IF WS-RECORD-NOT-FOUND
046300         DISPLAY "EMPMAINT: EMPLOYEE NOT ON FILE"
046400         GO TO 4200-HOLD-PENDING-ACTION-EXIT
046500     END-IF.
046600     MOVE WI-DEPT     TO WS-PND-DEPT.
046700     MOVE WI-EMP-NO   TO WS-PND-EMP-NO.
046800     MOVE WS-EFF-DATE TO WS-PND-EFF-DATE.
046900     MOVE ZERO        TO WS-PND-NEW-DEPT.
047000     EVALUATE TRUE
047100         WHEN WS-OP-TERMINATE
047200             SET WS-PND-TERM TO TRUE
047300             MOVE "T" TO WS-PLA-CODE
047400         WHEN WS-OP-REHIRE
047500             SET WS-PND-REHIRE TO TRUE
047600             MOVE "R" TO WS-PLA-CODE
047700         WHEN WS-OP-LEAVE
047800             MOVE "L" TO WS-PLA-CODE
047900             PERFORM 4250-ACCEPT-LEAVE-DIRECTION
048000                 THRU 4250-ACCEPT-LEAVE-DIRECTION-EXIT
048100         WHEN WS-OP-TRANSFER
048200             SET WS-PND-XFER TO TRUE
048300             MOVE "X" TO WS-PLA-CODE
048400             PERFORM 4260-ACCEPT-TARGET-DEPT
048500                 THRU 4260-ACCEPT-TARGET-DEPT-EXIT
048600     END-EVALUATE.
048700     IF WS-EFF-REFUSED
048800         GO TO 4200-HOLD-PENDING-ACTION-EXIT
048900     END-IF.
049000     MOVE WS-OPERATOR-ID   TO WS-PND-OPERATOR-ID.
049100     MOVE WS-RUN-DATE      TO WS-PND-ENTRY-DATE.
049200     MOVE WS-RUN-TIME(1:6) TO WS-PND-ENTRY-TIME.
049300     MOVE WM-NAME          TO WS-PND-NAME.
049400     WRITE PENDING-ACTION-RECORD FROM WS-PENDING-RECORD
049500         INVALID KEY
049600             DISPLAY "EMPMAINT: A PENDING " WS-PND-ACTION
049700                 " FOR THAT DATE IS ALREADY ON FILE"
049800         NOT INVALID KEY
049900             MOVE "PEND-" TO WS-PLA-PREFIX
050000             PERFORM 4800-LOG-PENDING-ACTION
050100                 THRU 4800-LOG-PENDING-ACTION-EXIT
050200             DISPLAY "EMPMAINT: " WS-PND-ACTION " HELD FOR "
050300                 WM-NAME
050400             DISPLAY "EMPMAINT: EFFECTIVE " WS-PND-EFF-DATE
050500                 " - APPLIED BY THE NIGHTLY RUN"
050600     END-WRITE.
050700 4200-HOLD-PENDING-ACTION-EXIT.
050800     EXIT.

050900*----------------------------------------------------------------
051000*  4250-ACCEPT-LEAVE-DIRECTION - ONLINE, L TOGGLES THE CURRENT
051100*  STATUS; A FUTURE-DATED ONE MUST SAY WHICH WAY IT GOES, SINCE
051200*  THE STATUS ON THE DAY MAY NOT BE TODAY'S (A LEAVE AND ITS
051300*  RETURN ARE OFTEN KEYED TOGETHER).
051400*----------------------------------------------------------------
051500 4250-ACCEPT-LEAVE-DIRECTION.
051600     DISPLAY "L = START LEAVE   R = RETURN FROM LEAVE: "
051700         WITH NO ADVANCING.
051800     ACCEPT WS-LEAVE-DIR-INPUT.
051900     EVALUATE WS-LEAVE-DIR-INPUT
052000         WHEN "L"
052100         WHEN "l"
052200             SET WS-PND-LEAVE TO TRUE
052300         WHEN "R"
052400         WHEN "r"
052500             SET WS-PND-RETURN TO TRUE
052600         WHEN OTHER
052700             DISPLAY "EMPMAINT: INVALID CHOICE - NOTHING HELD"
052800             SET WS-EFF-REFUSED TO TRUE
052900     END-EVALUATE.
053000 4250-ACCEPT-LEAVE-DIRECTION-EXIT.
053100     EXIT.

053200*----------------------------------------------------------------
053300*  4260-ACCEPT-TARGET-DEPT - PROMPT FOR AND CHECK THE TARGET OF
053400*  A FUTURE-DATED TRANSFER WITH THE SAME TESTS AS
053500*  2450-TRANSFER-EMPLOYEE. PENDAPLY CHECKS THEM AGAIN ON THE
053600*  DAY, SINCE THE DEPARTMENT MAY CLOSE IN THE MEANTIME.
053700*----------------------------------------------------------------
053800 4260-ACCEPT-TARGET-DEPT.
053900     DISPLAY "ENTER TARGET DEPARTMENT (3 DIGITS): "
054000         WITH NO ADVANCING.
054100     ACCEPT WS-XFR-DEPT-INPUT.
054200     IF WS-XFR-DEPT-INPUT IS NOT NUMERIC
054300         DISPLAY "EMPMAINT: TARGET DEPARTMENT IS NOT NUMERIC"
054400         SET WS-EFF-REFUSED TO TRUE
054500         GO TO 4260-ACCEPT-TARGET-DEPT-EXIT
054600     END-IF.
054700     MOVE WS-XFR-DEPT-INPUT TO WS-XFR-NEW-DEPT.
054800     IF WS-XFR-NEW-DEPT < WS-DEPT-LOW OR
054900        WS-XFR-NEW-DEPT > WS-DEPT-HIGH
055000         DISPLAY "EMPMAINT: TARGET DEPARTMENT OUT OF RANGE"
055100         SET WS-EFF-REFUSED TO TRUE
055200         GO TO 4260-ACCEPT-TARGET-DEPT-EXIT
055300     END-IF.
055400     IF WS-DEPTMAST-PRESENT AND
055500        WS-DPT-ACTIVE-ENTRY(WS-XFR-NEW-DEPT) NOT = "A"
055600         DISPLAY "EMPMAINT: TARGET DEPARTMENT NOT ACTIVE"
055700         SET WS-EFF-REFUSED TO TRUE
055800         GO TO 4260-ACCEPT-TARGET-DEPT-EXIT
055900     END-IF.
056000     IF WS-XFR-NEW-DEPT = WI-DEPT
056100         DISPLAY "EMPMAINT: TARGET DEPARTMENT IS THE SAME"
056200         SET WS-EFF-REFUSED TO TRUE
056300         GO TO 4260-ACCEPT-TARGET-DEPT-EXIT
056400     END-IF.
056500     MOVE WS-XFR-NEW-DEPT TO WS-PND-NEW-DEPT.
056600 4260-ACCEPT-TARGET-DEPT-EXIT.
056700     EXIT.

056800*----------------------------------------------------------------
056900*  4300-LIST-PENDING-ACTIONS - THE P OPERATION. SHOW EVERY
057000*  PENDING ACTION FOR THE KEYED EMPLOYEE IN THE ORDER THEY FALL
057100*  DUE AND OFFER TO CANCEL ONE. LISTING NEEDS NO AUTHORITY AND
057200*  NO DEPARTMENT CHECK - AN ACTION FOR AN EMPLOYEE IN A CLOSED
057300*  DEPARTMENT MUST STILL BE VISIBLE AND CANCELLABLE.
057400*----------------------------------------------------------------
057500 4300-LIST-PENDING-ACTIONS.
057600     IF NOT WS-PENDACT-OPEN
057700         DISPLAY "EMPMAINT: PENDING-ACTIONS FILE UNAVAILABLE"
057800         GO TO 4300-LIST-PENDING-ACTIONS-EXIT
057900     END-IF.
058000     PERFORM 2500-ACCEPT-ID
058100         THRU 2500-ACCEPT-ID-EXIT.
058200     IF WI-DEPT-INPUT IS NOT NUMERIC OR
058300        WI-EMP-NO-INPUT IS NOT NUMERIC
058400         DISPLAY "EMPMAINT: EMPLOYEE ID IS NOT NUMERIC"
058500         GO TO 4300-LIST-PENDING-ACTIONS-EXIT
058600     END-IF.
058700     MOVE ZERO TO WS-PND-LIST-COUNT.
058800     MOVE 'N'  TO WS-PND-EOF-SWITCH.
058900     MOVE 'N'  TO WS-PND-MORE-SWITCH.
059000     MOVE WI-DEPT    TO WS-PND-DEPT.
059100     MOVE WI-EMP-NO  TO WS-PND-EMP-NO.
059200     MOVE ZERO       TO WS-PND-EFF-DATE.
059300     MOVE LOW-VALUES TO WS-PND-ACTION.
059400     MOVE WS-PND-KEY TO PA-KEY.
059500     START PENDING-ACTIONS KEY IS >= PA-KEY
059600         INVALID KEY
059700             SET WS-PND-EOF TO TRUE
059800     END-START.
059900     PERFORM 4350-LOAD-PENDING-ENTRY
060000         THRU 4350-LOAD-PENDING-ENTRY-EXIT
060100         UNTIL WS-PND-EOF.
060200     IF WS-PND-LIST-COUNT = ZERO
060300         DISPLAY "EMPMAINT: NO PENDING ACTIONS FOR THIS EMPLOYEE"
060400         GO TO 4300-LIST-PENDING-ACTIONS-EXIT
060500     END-IF.
060600     DISPLAY "PENDING ACTIONS FOR " WI-DEPT "-" WI-EMP-NO.
060700     PERFORM 4360-SHOW-PENDING-ENTRY
060800         THRU 4360-SHOW-PENDING-ENTRY-EXIT
060900         VARYING WS-PND-IDX FROM 1 BY 1
061000         UNTIL WS-PND-IDX > WS-PND-LIST-COUNT.
061100     IF WS-PND-MORE
061200         DISPLAY "EMPMAINT: MORE PENDING ACTIONS ON FILE THAN "
061300             "SHOWN - CANCEL ONE TO SEE THE REST"
061400     END-IF.
061500     DISPLAY "CANCEL WHICH ACTION (NUMBER, BLANK = NONE): "
061600         WITH NO ADVANCING.
061700     ACCEPT WS-PND-PICK-INPUT.
061800     IF WS-PND-PICK-INPUT = SPACES
061900         GO TO 4300-LIST-PENDING-ACTIONS-EXIT
062000     END-IF.
062100     IF WS-PND-PICK-INPUT(2:1) = SPACE
062200         MOVE WS-PND-PICK-INPUT(1:1) TO WS-PND-PICK-INPUT(2:1)
062300         MOVE "0" TO WS-PND-PICK-INPUT(1:1)
062400     END-IF.
062500     IF WS-PND-PICK-INPUT IS NOT NUMERIC
062600         DISPLAY "EMPMAINT: INVALID CHOICE - NOTHING CANCELLED"
062700         GO TO 4300-LIST-PENDING-ACTIONS-EXIT
062800     END-IF.
062900     MOVE WS-PND-PICK-INPUT TO WS-PND-PICK.
063000     IF WS-PND-PICK < 1 OR WS-PND-PICK > WS-PND-LIST-COUNT
063100         DISPLAY "EMPMAINT: INVALID CHOICE - NOTHING CANCELLED"
063200         GO TO 4300-LIST-PENDING-ACTIONS-EXIT
063300     END-IF.
063400     PERFORM 4400-CANCEL-PENDING-ACTION
063500         THRU 4400-CANCEL-PENDING-ACTION-EXIT.
063600 4300-LIST-PENDING-ACTIONS-EXIT.
063700     EXIT.

063800*----------------------------------------------------------------
063900*  4350-LOAD-PENDING-ENTRY - READ THE NEXT PENDACT RECORD AND
064000*  KEEP IT WHILE IT IS STILL FOR THE KEYED EMPLOYEE
064100*----------------------------------------------------------------
064200 4350-LOAD-PENDING-ENTRY.
064300     READ PENDING-ACTIONS NEXT RECORD INTO WS-PENDING-RECORD
064400         AT END
064500             SET WS-PND-EOF TO TRUE
064600     END-READ.
064700     IF WS-PND-EOF
064800         GO TO 4350-LOAD-PENDING-ENTRY-EXIT
064900     END-IF.
065000     IF WS-PND-DEPT NOT = WI-DEPT OR
065100        WS-PND-EMP-NO NOT = WI-EMP-NO
065200         SET WS-PND-EOF TO TRUE
065300         GO TO 4350-LOAD-PENDING-ENTRY-EXIT
065400     END-IF.
065500     IF WS-PND-LIST-COUNT >= 20
065600         SET WS-PND-MORE TO TRUE
065700         SET WS-PND-EOF  TO TRUE
065800         GO TO 4350-LOAD-PENDING-ENTRY-EXIT
065900     END-IF.
066000     ADD 1 TO WS-PND-LIST-COUNT.
066100     MOVE WS-PENDING-RECORD
066200         TO WS-PND-LIST-ENTRY(WS-PND-LIST-COUNT).
066300 4350-LOAD-PENDING-ENTRY-EXIT.
066400     EXIT.

066500*----------------------------------------------------------------
066600*  4360-SHOW-PENDING-ENTRY - DISPLAY ONE LISTED ACTION WITH ITS
066700*  NUMBER FOR THE CANCEL PROMPT
066800*----------------------------------------------------------------
066900 4360-SHOW-PENDING-ENTRY.
067000     MOVE WS-PND-LIST-ENTRY(WS-PND-IDX) TO WS-PENDING-RECORD.
067100     MOVE WS-PND-IDX TO WS-PND-SHOW-NO.
067200     IF WS-PND-XFER
067300         DISPLAY WS-PND-SHOW-NO "  " WS-PND-ACTION
067400             " EFFECTIVE " WS-PND-EFF-DATE
067500             " TO DEPT " WS-PND-NEW-DEPT
067600             "  KEYED BY " WS-PND-OPERATOR-ID
067700             " ON " WS-PND-ENTRY-DATE
067800     ELSE
067900         DISPLAY WS-PND-SHOW-NO "  " WS-PND-ACTION
068000             " EFFECTIVE " WS-PND-EFF-DATE
068100             "              KEYED BY " WS-PND-OPERATOR-ID
068200             " ON " WS-PND-ENTRY-DATE
068300     END-IF.
068400 4360-SHOW-PENDING-ENTRY-EXIT.
068500     EXIT.

068600*----------------------------------------------------------------
068700*  4400-CANCEL-PENDING-ACTION - REMOVE THE CHOSEN ACTION FROM
068800*  PENDACT. CANCELLING NEEDS THE SAME AUTHORITY AS CARRYING THE
068900*  ACTION OUT (TERMINATE = DELETE, REHIRE = ADD, LEAVE/RETURN =
069000*  CHANGE, TRANSFER = ADD AND DELETE); A REFUSED CANCEL IS LOGGED
069100*  AS A DENIAL LIKE ANY OTHER.
069200*----------------------------------------------------------------
069300 4400-CANCEL-PENDING-ACTION.
069400     MOVE WS-PND-LIST-ENTRY(WS-PND-PICK) TO WS-PENDING-RECORD.
069500     MOVE 'N' TO WS-PND-AUTH-SWITCH.
069600     EVALUATE TRUE
069700         WHEN WS-PND-TERM
069800             MOVE "T" TO WS-PLA-CODE
069900             IF WS-AUTH-DELETE
070000                 SET WS-PND-AUTH-OK TO TRUE
070100             END-IF
070200         WHEN WS-PND-REHIRE
070300             MOVE "R" TO WS-PLA-CODE
070400             IF WS-AUTH-ADD
070500                 SET WS-PND-AUTH-OK TO TRUE
070600             END-IF
070700         WHEN WS-PND-LEAVE
070800         WHEN WS-PND-RETURN
070900             MOVE "L" TO WS-PLA-CODE
071000             IF WS-AUTH-CHANGE
071100                 SET WS-PND-AUTH-OK TO TRUE
071200             END-IF
071300         WHEN WS-PND-XFER
071400             MOVE "X" TO WS-PLA-CODE
071500             IF WS-AUTH-ADD AND WS-AUTH-DELETE
071600                 SET WS-PND-AUTH-OK TO TRUE
071700             END-IF
071800     END-EVALUATE.
071900     IF NOT WS-PND-AUTH-OK
072000         DISPLAY "EMPMAINT: OPERATOR " WS-OPERATOR-ID
072100             " NOT AUTHORIZED TO CANCEL THIS ACTION"
072200         MOVE "DENY-" TO WS-PLA-PREFIX
072300         PERFORM 4800-LOG-PENDING-ACTION
072400             THRU 4800-LOG-PENDING-ACTION-EXIT
072500         GO TO 4400-CANCEL-PENDING-ACTION-EXIT
072600     END-IF.
072700     MOVE WS-PND-KEY TO PA-KEY.
072800     DELETE PENDING-ACTIONS RECORD
072900         INVALID KEY
073000             DISPLAY "EMPMAINT: CANCEL FAILED - STATUS = "
073100                 WS-PENDACT-STATUS
073200         NOT INVALID KEY
073300             MOVE "CANC-" TO WS-PLA-PREFIX
073400             PERFORM 4800-LOG-PENDING-ACTION
073500                 THRU 4800-LOG-PENDING-ACTION-EXIT
073600             DISPLAY "EMPMAINT: PENDING " WS-PND-ACTION
073700                 " EFFECTIVE " WS-PND-EFF-DATE " CANCELLED"
073800     END-DELETE.
073900 4400-CANCEL-PENDING-ACTION-EXIT.
074000     EXIT.

074100*----------------------------------------------------------------
074200*  4500-COMPLETE-TRANSFER - A TRANSFER HAS LANDED: LOG THE XFER
074300*  LINE AND MOVE THE EMPLOYEE'S PENDING ACTIONS TO THE NEW ID,
074400*  OR THE NIGHTLY RUN WOULD FIND NOBODY UNDER THE OLD ONE
074500*----------------------------------------------------------------
074600 4500-COMPLETE-TRANSFER.
074700     PERFORM 2810-LOG-TRANSFER
074800         THRU 2810-LOG-TRANSFER-EXIT.
074900     IF WS-PENDACT-OPEN
075000         PERFORM 4550-CARRY-PENDING-ACTIONS
075100             THRU 4550-CARRY-PENDING-ACTIONS-EXIT
075200     END-IF.
075300 4500-COMPLETE-TRANSFER-EXIT.
075400     EXIT.

075500*----------------------------------------------------------------
075600*  4550-CARRY-PENDING-ACTIONS - RE-KEY EVERY PENDACT RECORD FOR
075700*  THE OLD ID (WI-DEPT/WI-EMP-NO) UNDER THE NEW DEPARTMENT
075800*  (WS-XFR-NEW-DEPT)
075900*----------------------------------------------------------------
076000 4550-CARRY-PENDING-ACTIONS.
076100     MOVE ZERO TO WS-PND-CARRIED.
076200     MOVE 'N'  TO WS-PND-EOF-SWITCH.
076300     MOVE WI-DEPT    TO WS-PND-DEPT.
076400     MOVE WI-EMP-NO  TO WS-PND-EMP-NO.
076500     MOVE ZERO       TO WS-PND-EFF-DATE.
076600     MOVE LOW-VALUES TO WS-PND-ACTION.
076700     MOVE WS-PND-KEY TO PA-KEY.
076800     START PENDING-ACTIONS KEY IS >= PA-KEY
076900         INVALID KEY
077000             SET WS-PND-EOF TO TRUE
077100     END-START.
077200     PERFORM 4560-CARRY-ONE-ACTION
077300         THRU 4560-CARRY-ONE-ACTION-EXIT
077400         UNTIL WS-PND-EOF.
077500     IF WS-PND-CARRIED > ZERO
077600         DISPLAY "EMPMAINT: " WS-PND-CARRIED
077700             " PENDING ACTION(S) MOVED TO THE NEW ID"
077800     END-IF.
077900 4550-CARRY-PENDING-ACTIONS-EXIT.
078000     EXIT.

078100*----------------------------------------------------------------
078200*  4560-CARRY-ONE-ACTION - WRITE THE NEXT OLD-ID ACTION UNDER
078300*  THE NEW ID, DELETE THE OLD ONE, AND REPOSITION PAST IT. AN
078400*  ACTION THAT CANNOT BE WRITTEN (THE SAME ONE ALREADY PENDING
078500*  UNDER THE NEW ID) IS LEFT WHERE IT IS AND REPORTED; PENDAPLY
078600*  WILL FAIL IT AND SAY SO.
078700*----------------------------------------------------------------
078800 4560-CARRY-ONE-ACTION.
078900     READ PENDING-ACTIONS NEXT RECORD INTO WS-PENDING-RECORD
079000         AT END
079100             SET WS-PND-EOF TO TRUE
079200     END-READ.
079300     IF WS-PND-EOF
079400         GO TO 4560-CARRY-ONE-ACTION-EXIT
079500     END-IF.
079600     IF WS-PND-DEPT NOT = WI-DEPT OR
079700        WS-PND-EMP-NO NOT = WI-EMP-NO
079800         SET WS-PND-EOF TO TRUE
079900         GO TO 4560-CARRY-ONE-ACTION-EXIT
080000     END-IF.
080100     MOVE WS-PND-KEY      TO WS-PND-SAVE-KEY.
080200     MOVE WS-XFR-NEW-DEPT TO WS-PND-DEPT.
080300     WRITE PENDING-ACTION-RECORD FROM WS-PENDING-RECORD
080400         INVALID KEY
080500             DISPLAY "EMPMAINT: PENDING " WS-PND-ACTION
080600                 " EFFECTIVE " WS-PND-EFF-DATE
080700                 " NOT MOVED - ALREADY ON FILE FOR THE NEW ID"
080800         NOT INVALID KEY
080900             MOVE WS-PND-SAVE-KEY TO PA-KEY
081000             DELETE PENDING-ACTIONS RECORD
081100                 INVALID KEY
081200                     DISPLAY "EMPMAINT: OLD PENDING ACTION NOT "
081300                         "REMOVED - STATUS = " WS-PENDACT-STATUS
081400                 NOT INVALID KEY
081500                     ADD 1 TO WS-PND-CARRIED
081600             END-DELETE
081700     END-WRITE.
081800     MOVE WS-PND-SAVE-KEY TO PA-KEY.
081900     START PENDING-ACTIONS KEY IS > PA-KEY
082000         INVALID KEY
082100             SET WS-PND-EOF TO TRUE
082200     END-START.
082300 4560-CARRY-ONE-ACTION-EXIT.
082400     EXIT.

082500*----------------------------------------------------------------
082600*  4800-LOG-PENDING-ACTION - APPEND A PEND-x (HELD), CANC-x
082700*  (CANCELLED), OR DENY-x (CANCEL REFUSED) LINE TO CHANGE-HIST
082800*  FOR A PENDACT ACTION, x BEING THE OPERATION LETTER T/X/L/R.
082900*  WS-PLA-PREFIX AND WS-PLA-CODE ARE SET BY THE CALLER. THE
083000*  MASTER RECORD IS NOT CHANGED, SO THE NAME IS THE SAME ON
083100*  BOTH SIDES.
083200*----------------------------------------------------------------
083300 4800-LOG-PENDING-ACTION.
083400     MOVE WS-PND-LOG-ACTION TO WS-CHG-ACTION.
083500     MOVE WS-PND-NAME       TO WS-CHG-OLD-NAME.
083600     MOVE WS-PND-NAME       TO WS-CHG-NEW-NAME.
083700     PERFORM 2800-LOG-CHANGE
083800         THRU 2800-LOG-CHANGE-EXIT.
083900 4800-LOG-PENDING-ACTION-EXIT.
084000     EXIT.
