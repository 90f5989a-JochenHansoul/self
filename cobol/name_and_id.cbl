012744*                       LOCAL OPEN PROBLEM NO LONGER PUTS A
012745*                       FALSE "NO BATCH TRAILER" DISCREPANCY ON
012746*                       AUDIT-LOG BLAMING THE UPSTREAM EXTRACT.
012750*    10/15/2026 JH    AN ACCEPTED NEW HIRE IS NOW POSTED TO
012751*                       EMPLOYEE-MASTER INSTEAD OF ONLY BEING
012752*                       PRINTED, SO NOBODY HAS TO RE-KEY THE
012753*                       NIGHT'S ROSTER THROUGH EMPMAINT. THE
012754*                       RECORD IS STAMPED THE WAY AN EMPMAINT ADD
012755*                       STAMPS IT - STATUS ACTIVE, HIRE DATE THE
012756*                       RUN DATE, ZERO TERMINATION DATE - AND AN
012757*                       ADD LINE IS APPENDED TO CHANGE-HIST UNDER
012758*                       THE BATCH OPERATOR ID NAMEID. THE MASTER
012759*                       IS NOW OPENED I-O (CREATED IF ABSENT). THE
012760*                       POSTED COUNT IS CARRIED ON RESTART-FILE
012761*                       WITH THE BATCH'S RUN DATE, AND THE RECORD
012762*                       A RESTART RESUMES AT IS RECOGNIZED AS
012763*                       ALREADY POSTED WHEN THE ABEND FELL
012764*                       BETWEEN THE MASTER WRITE AND THE
012765*                       CHECKPOINT, SO A RESTART NEITHER POSTS AN
012766*                       EMPLOYEE TWICE NOR SUSPENDS ONE OF ITS
012767*                       OWN. THE AUDIT-LOG LINE NOW SHOWS THE
012768*                       POSTED COUNT.
012771*    10/15/2026 JH    THE EMPLOYEE-MASTER SELECT NOW DECLARES
012774*                       THE LAST/FIRST NAME ALTERNATE KEY
012777*                       EM-NAME-KEY (WITH DUPLICATES) ADDED TO
012780*                       EMPREC FOR THE EMPNAMQ NAME INQUIRY - NO
012783*                       CHANGE TO THIS PROGRAM'S LOGIC.
012790*****************************************************************
012800 IDENTIFICATION DIVISION.
012900     PROGRAM-ID.     NAME_AND_ID.
016640     SELECT RUN-LOCK      ASSIGN TO "RUNLOCK"
016650         ORGANIZATION IS LINE SEQUENTIAL
016660         FILE STATUS IS WS-RUNLOCK-STATUS.
016670     SELECT CHANGE-HIST   ASSIGN TO "EMPCHG"
016680         ORGANIZATION IS LINE SEQUENTIAL
016690         FILE STATUS IS WS-CHGHIST-STATUS.
016700     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
016800         ORGANIZATION IS INDEXED
016900         ACCESS MODE IS DYNAMIC
017000         RECORD KEY IS EM-ID
017050         ALTERNATE RECORD KEY IS EM-NAME-KEY
017060             WITH DUPLICATES
017100         FILE STATUS IS WS-EMPMAST-STATUS.
017200     SELECT WORK-DUP-CHECK ASSIGN TO "DUPWORK"
017300         ORGANIZATION IS INDEXED
022720     05  RT-TRL-EXPECTED-COUNT PIC 9(07).
022730     05  RT-CONTROL-CHECK-SWITCH PIC X(01).
022740     05  RT-RESUB-COUNT       PIC 9(07).
022750     05  RT-POSTED-COUNT      PIC 9(07).
022760     05  RT-BATCH-DATE        PIC 9(06).
022800
022900 FD  AUDIT-LOG
023000     RECORDING MODE IS F
023782     05  RL-USER-ID           PIC X(08).
023783     05  RL-LOCK-DATE         PIC 9(06).
023784     05  RL-LOCK-TIME         PIC 9(06).
023785
023786 FD  CHANGE-HIST
023787     RECORDING MODE IS F
023788     LABEL RECORDS ARE STANDARD.
023789 01  CHANGE-HIST-RECORD       PIC X(120).
023800
023900 FD  EMPLOYEE-MASTER
024000     LABEL RECORDS ARE STANDARD.
024100     COPY EMPREC REPLACING
024200         ==WS-EMPLOYEE-RECORD== BY ==EMPLOYEE-MASTER-RECORD==
024300         ==WS-NAME-DATA==       BY ==EM-NAME-DATA==
024350         ==WS-NAME-KEY==        BY ==EM-NAME-KEY==
024400         ==WS-LAST-NAME==       BY ==EM-LAST-NAME==
024500         ==WS-FIRST-NAME==      BY ==EM-FIRST-NAME==
024600         ==WS-MIDDLE-INIT==     BY ==EM-MIDDLE-INIT==
029000         88  WS-DUP-NONE                     VALUE 'N'.
029100         88  WS-DUP-ON-MASTER                VALUE 'M'.
029200         88  WS-DUP-IN-BATCH                 VALUE 'B'.
029210         88  WS-DUP-RESUMED                  VALUE 'P'.
029300     05  WS-DETAIL-PRINTED-SWITCH PIC X(01) VALUE 'N'.
029400         88  WS-DETAIL-PRINTED              VALUE 'Y'.
029500     05  WS-EMPINRAW-EOF-SWITCH   PIC X(01) VALUE 'N'.
029650         88  WS-CONTROL-NO-TRAILER          VALUE 'N'.
029660         88  WS-CONTROL-COUNT-BAD           VALUE 'C'.
029670         88  WS-CONTROL-HASH-BAD            VALUE 'H'.
029680     05  WS-CHGHIST-OPEN-SWITCH   PIC X(01) VALUE 'N'.
029690         88  WS-CHGHIST-OPEN                VALUE 'Y'.
029700
029800 01  WS-FILE-STATUSES.
029900     05  WS-EMPINRAW-STATUS   PIC X(02) VALUE SPACES.
030710     05  WS-DEPTMAST-STATUS   PIC X(02) VALUE SPACES.
030720     05  WS-EMPRSB-STATUS     PIC X(02) VALUE SPACES.
030730     05  WS-RUNLOCK-STATUS    PIC X(02) VALUE SPACES.
030740     05  WS-CHGHIST-STATUS    PIC X(02) VALUE SPACES.
030800
030900 01  WS-COUNTERS COMP.
031000     05  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
032040     05  WS-RAW-CONTROL-HASH  PIC 9(09) VALUE ZERO.
032050     05  WS-HASH-WORK         PIC 9(12) VALUE ZERO.
032060     05  WS-HASH-QUOTIENT     PIC 9(03) VALUE ZERO.
032070     05  WS-POSTED-COUNT      PIC 9(07) VALUE ZERO.
032100
032200 01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 060.
032300
034900
035000 01  WS-RUN-USER-ID           PIC X(08) VALUE SPACES.
035100
035110 01  WS-BATCH-DATE            PIC 9(06) VALUE ZERO.
035120*     RUN DATE OF THE BATCH NOW BEING PROCESSED - THE HIRE DATE
035130*     STAMPED ON EVERY EMPLOYEE POSTED. A RESTART TAKES IT BACK
035140*     FROM RESTART-FILE RATHER THAN FROM TODAY'S DATE, SO A BATCH
035150*     RESTARTED AFTER MIDNIGHT POSTS ITS REMAINING EMPLOYEES WITH
035160*     THE SAME HIRE DATE AS THE ONES POSTED BEFORE THE ABEND.
035170
035180 01  WS-BATCH-OPERATOR-ID     PIC X(08) VALUE "NAMEID  ".
035190
035200 01  WS-PAGE-HEADER-1.
035300     05  FILLER               PIC X(20) VALUE SPACES.
035400     05  FILLER               PIC X(17)
042000     05  FILLER               PIC X(01) VALUE SPACES.
042100     05  FILLER               PIC X(05) VALUE "REJ: ".
042200     05  WA-REJECT-COUNT      PIC ZZZ,ZZ9.
042210     05  FILLER               PIC X(01) VALUE SPACES.
042220     05  FILLER               PIC X(06) VALUE "POST: ".
042230     05  WA-POSTED-COUNT      PIC ZZZ,ZZ9.
042300
042310 01  WS-CONTROL-AUDIT-LINE.
042311     05  WB-RUN-DATE.
042330     05  FILLER               PIC X(05) VALUE " ACT:".
042331     05  WB-ACTUAL-COUNT      PIC ZZZZZ9.
042332
042340 01  WS-CHANGE-LOG-LINE.
042341     05  WH-RUN-DATE.
042342         10  WH-RUN-MM        PIC 9(02).
042343         10  FILLER           PIC X(01) VALUE "/".
042344         10  WH-RUN-DD        PIC 9(02).
042345         10  FILLER           PIC X(01) VALUE "/".
042346         10  WH-RUN-YY        PIC 9(02).
042347     05  FILLER               PIC X(01) VALUE SPACES.
042348     05  WH-RUN-TIME.
042349         10  WH-RUN-HH        PIC 9(02).
042350         10  FILLER           PIC X(01) VALUE ":".
042351         10  WH-RUN-MIN       PIC 9(02).
042352         10  FILLER           PIC X(01) VALUE ":".
042353         10  WH-RUN-SEC       PIC 9(02).
042354     05  FILLER               PIC X(01) VALUE SPACES.
042355     05  WH-OPERATOR-ID       PIC X(08).
042356     05  FILLER               PIC X(01) VALUE SPACES.
042357     05  WH-ACTION            PIC X(06).
042358     05  FILLER               PIC X(01) VALUE SPACES.
042359     05  WH-DEPT              PIC 9(03).
042360     05  FILLER               PIC X(01) VALUE "-".
042361     05  WH-EMP-NO            PIC 9(05).
042362     05  FILLER               PIC X(06) VALUE " OLD: ".
042363     05  WH-OLD-NAME          PIC A(30).
042364     05  FILLER               PIC X(06) VALUE " NEW: ".
042365     05  WH-NEW-NAME          PIC A(30).
042366
042400*----------------------------------------------------------------
042500*  PROCEDURE DIVISION
042600*----------------------------------------------------------------
051300         END-IF
051400     END-IF.
051500     IF NOT WS-EOF
051600         OPEN I-O EMPLOYEE-MASTER
051700         IF WS-EMPMAST-STATUS = "35"
051710             OPEN OUTPUT EMPLOYEE-MASTER
051720             CLOSE EMPLOYEE-MASTER
051730             OPEN I-O EMPLOYEE-MASTER
051800         END-IF
052000         IF WS-EMPMAST-STATUS NOT = "00"
052100             DISPLAY "NAME_AND_ID: ERROR OPENING "
052200                 "EMPLOYEE-MASTER STATUS = " WS-EMPMAST-STATUS
052300             SET WS-MASTER-ABSENT TO TRUE
052400             SET WS-INIT-FAILED  TO TRUE
052500             MOVE 'Y' TO WS-EOF-SWITCH
052600         ELSE
052700             SET WS-MASTER-PRESENT TO TRUE
052900         END-IF
053000     END-IF.
053010     IF NOT WS-EOF
053020         OPEN EXTEND CHANGE-HIST
053030         IF WS-CHGHIST-STATUS NOT = "00"
053040             OPEN OUTPUT CHANGE-HIST
053050         END-IF
053060         IF WS-CHGHIST-STATUS NOT = "00"
053070             DISPLAY "NAME_AND_ID: ERROR OPENING CHANGE-HIST "
053080                 "STATUS = " WS-CHGHIST-STATUS
053090             SET WS-INIT-FAILED  TO TRUE
053091             MOVE 'Y' TO WS-EOF-SWITCH
053092         ELSE
053093             SET WS-CHGHIST-OPEN TO TRUE
053094         END-IF
053095     END-IF.
053100     IF NOT WS-EOF
053200         OPEN OUTPUT WORK-DUP-CHECK
053300         CLOSE WORK-DUP-CHECK
056300*----------------------------------------------------------------
056400 1050-CHECK-RESTART-FILE.
056500     MOVE ZERO TO WS-RESTART-COUNT.
056510     MOVE WS-RUN-DATE TO WS-BATCH-DATE.
056600     OPEN INPUT RESTART-FILE.
056700     IF WS-RESTART-STATUS = "00"
056800         READ RESTART-FILE
058160                     TO WS-CONTROL-CHECK-SWITCH
058170                 MOVE RT-RESUB-COUNT
058180                     TO WS-RESUB-COUNT
058181                 IF RT-POSTED-COUNT IS NUMERIC
058182                     MOVE RT-POSTED-COUNT TO WS-POSTED-COUNT
058183                 END-IF
058184                 IF RT-BATCH-DATE IS NUMERIC
058185                     AND RT-BATCH-DATE > ZERO
058186                     MOVE RT-BATCH-DATE TO WS-BATCH-DATE
058187                 END-IF
058200         END-READ
058300         CLOSE RESTART-FILE
058400     END-IF.
069900         PERFORM 2140-CHECK-DUPLICATE-ID
070000             THRU 2140-CHECK-DUPLICATE-ID-EXIT
070100         IF WS-DUP-NONE
070110             PERFORM 2167-POST-NEW-HIRE
070120                 THRU 2167-POST-NEW-HIRE-EXIT
070130         END-IF
070140         IF WS-DUP-RESUMED
070150             ADD 1 TO WS-POSTED-COUNT
070160             PERFORM 2168-LOG-NEW-HIRE
070170                 THRU 2168-LOG-NEW-HIRE-EXIT
070180             SET WS-DUP-NONE TO TRUE
070190         END-IF
070195         IF WS-DUP-NONE
070200             ADD 1 TO WS-ACCEPT-COUNT
070300             PERFORM 2170-PRINT-EMPLOYEE-DETAIL
070400                 THRU 2170-PRINT-EMPLOYEE-DETAIL-EXIT
079800*  COMPOSITE KEY AGAINST EMPLOYEE-MASTER AND AGAINST THE REST OF
079900*  THE INCOMING BATCH (SEE 2110-MARK-SEEN-IN-BATCH). ONLY CALLED
080000*  FOR RECORDS THAT ALREADY PASSED 2150-VALIDATE-EMPLOYEE-ID.
080010*  NOW THAT ACCEPTED RECORDS ARE POSTED, A MASTER HIT ON AN
080020*  ACTIVE RECORD HIRED ON THIS BATCH'S DATE IS ONE OF THIS
080030*  BATCH'S OWN POSTS: FOR A REPEATED ID IT IS STILL REPORTED AS A
080040*  DUPLICATE IN THE BATCH, AND FOR THE FIRST RECORD PAST THE LAST
080050*  CHECKPOINT WITH THE SAME NAME IT IS THE POST THAT LANDED JUST
080060*  BEFORE AN ABEND (WS-DUP-RESUMED) AND MUST NOT BE SUSPENDED.
080100*----------------------------------------------------------------
080200 2140-CHECK-DUPLICATE-ID.
080300     SET WS-DUP-NONE TO TRUE.
081100                 SET WS-DUP-ON-MASTER TO TRUE
081200         END-READ
081300     END-IF.
081310     IF WS-DUP-ON-MASTER
081320         AND EM-STA-ACTIVE
081330         AND EM-HIRE-DATE = WS-BATCH-DATE
081340         IF WS-SEEN-IN-BATCH
081350             SET WS-DUP-IN-BATCH TO TRUE
081360         ELSE
081370             IF WS-RESTART-COUNT > ZERO
081375                 AND WS-READ-COUNT = WS-RESTART-COUNT + 1
081380                 AND EM-NAME = WS-NAME
081390                 SET WS-DUP-RESUMED TO TRUE
081391             END-IF
081392         END-IF
081393     END-IF.
081400     IF WS-DUP-NONE AND WS-SEEN-IN-BATCH
081500         SET WS-DUP-IN-BATCH TO TRUE
081600     END-IF.
086400     WRITE EMPLOYEE-SUS-RECORD FROM WS-SUSPENSE-RECORD.
086500 2165-WRITE-SUSPENSE-RECORD-EXIT.
086600     EXIT.

086610*----------------------------------------------------------------
086611*  2167-POST-NEW-HIRE - ADD AN ACCEPTED RECORD TO EMPLOYEE-MASTER
086612*  THE WAY AN EMPMAINT ADD WOULD: STATUS ACTIVE, HIRED ON THE
086613*  BATCH'S RUN DATE, NO TERMINATION DATE. AN INVALID KEY HERE
086614*  MEANS THE ID REACHED THE MASTER SINCE 2140-CHECK-DUPLICATE-ID
086615*  READ IT, SO THE RECORD GOES TO SUSPENSE AS AN ON-MASTER
086616*  DUPLICATE INSTEAD.
086617*----------------------------------------------------------------
086618 2167-POST-NEW-HIRE.
086619     MOVE WS-NAME-DATA    TO EM-NAME-DATA.
086620     MOVE WS-DEPT         TO EM-DEPT.
086621     MOVE WS-EMP-NO       TO EM-EMP-NO.
086622     SET EM-STA-ACTIVE    TO TRUE.
086623     MOVE WS-BATCH-DATE   TO EM-HIRE-DATE.
086624     MOVE ZERO            TO EM-TERM-DATE.
086625     WRITE EMPLOYEE-MASTER-RECORD
086626         INVALID KEY
086627             DISPLAY "NAME_AND_ID: EMPLOYEE-MASTER WRITE FAILED "
086628                 WS-DEPT "-" WS-EMP-NO " STATUS = "
086629                 WS-EMPMAST-STATUS
086630             SET WS-DUP-ON-MASTER TO TRUE
086631             GO TO 2167-POST-NEW-HIRE-EXIT
086632     END-WRITE.
086633     ADD 1 TO WS-POSTED-COUNT.
086634     PERFORM 2168-LOG-NEW-HIRE
086635         THRU 2168-LOG-NEW-HIRE-EXIT.
086636 2167-POST-NEW-HIRE-EXIT.
086637     EXIT.

086638*----------------------------------------------------------------
086639*  2168-LOG-NEW-HIRE - APPEND THE ADD TO CHANGE-HIST IN THE SAME
086640*  LAYOUT EMPMAINT USES, UNDER THE BATCH OPERATOR ID SO A BATCH
086641*  POST CAN BE TOLD FROM A KEYED ONE. ON A RESTART THE RECORD
086642*  THAT WAS POSTED JUST BEFORE THE ABEND IS LOGGED AGAIN, SINCE
086643*  THE ABEND MAY HAVE COME BEFORE ITS LINE WAS WRITTEN - A
086644*  REPEATED ADD LINE IS PREFERRED TO A MISSING ONE.
086645*----------------------------------------------------------------
086646 2168-LOG-NEW-HIRE.
086647     MOVE WS-RUN-MM            TO WH-RUN-MM.
086648     MOVE WS-RUN-DD            TO WH-RUN-DD.
086649     MOVE WS-RUN-YY            TO WH-RUN-YY.
086650     MOVE WS-RUN-HH            TO WH-RUN-HH.
086651     MOVE WS-RUN-MIN           TO WH-RUN-MIN.
086652     MOVE WS-RUN-SEC           TO WH-RUN-SEC.
086653     MOVE WS-BATCH-OPERATOR-ID TO WH-OPERATOR-ID.
086654     MOVE "ADD"                TO WH-ACTION.
086655     MOVE WS-DEPT              TO WH-DEPT.
086656     MOVE WS-EMP-NO            TO WH-EMP-NO.
086657     MOVE SPACES               TO WH-OLD-NAME.
086658     MOVE WS-NAME              TO WH-NEW-NAME.
086659     WRITE CHANGE-HIST-RECORD FROM WS-CHANGE-LOG-LINE.
086660 2168-LOG-NEW-HIRE-EXIT.
086661     EXIT.
086700
086800*----------------------------------------------------------------
086900*  2170-PRINT-EMPLOYEE-DETAIL - PRINT ONE DETAIL LINE, BREAKING
095530     MOVE WS-CONTROL-CHECK-SWITCH
095540         TO RT-CONTROL-CHECK-SWITCH.
095550     MOVE WS-RESUB-COUNT        TO RT-RESUB-COUNT.
095560     MOVE WS-POSTED-COUNT       TO RT-POSTED-COUNT.
095570     MOVE WS-BATCH-DATE         TO RT-BATCH-DATE.
095600     WRITE RESTART-RECORD.
095700     CLOSE RESTART-FILE.
095800 2190-WRITE-CHECKPOINT-EXIT.
098600     DISPLAY "NAME_AND_ID: OUT OF SEQUENCE  = "
098700         WS-SEQ-ERROR-COUNT.
098710     DISPLAY "NAME_AND_ID: RESUBMITTED      = " WS-RESUB-COUNT.
098720     DISPLAY "NAME_AND_ID: POSTED TO MASTER = " WS-POSTED-COUNT.
098800     IF NOT WS-INIT-FAILED
098900         MOVE ZERO TO RESTART-RECORD
099000         OPEN OUTPUT RESTART-FILE
101100     IF WS-MASTER-PRESENT
101200         CLOSE EMPLOYEE-MASTER
101300     END-IF.
101301     IF WS-CHGHIST-OPEN
101302         CLOSE CHANGE-HIST
101303     END-IF.
101310     IF WS-RUNLOCK-HELD
101320         PERFORM 1095-RELEASE-RUN-LOCK
101330             THRU 1095-RELEASE-RUN-LOCK-EXIT
101700*----------------------------------------------------------------
101800*  3100-WRITE-AUDIT-LOG - APPEND ONE LINE TO AUDIT-LOG RECORDING
101900*  WHEN THIS RUN HAPPENED, WHO RAN IT, AND HOW MANY RECORDS WERE
102000*  READ/ACCEPTED/REJECTED/POSTED. AUDIT-LOG IS OPENED EXTEND SO
102100*  EVERY RUN ADDS A LINE INSTEAD OF OVERWRITING THE PRIOR
102150*  HISTORY; IF THE FILE DOES NOT EXIST YET THIS IS THE FIRST RUN
102200*  AND IT IS CREATED WITH OPEN OUTPUT INSTEAD.
102400*----------------------------------------------------------------
102500 3100-WRITE-AUDIT-LOG.
102600     OPEN EXTEND AUDIT-LOG.
104200     MOVE WS-READ-COUNT   TO WA-READ-COUNT.
104300     MOVE WS-ACCEPT-COUNT TO WA-ACCEPT-COUNT.
104400     MOVE WS-REJECT-COUNT TO WA-REJECT-COUNT.
104410     MOVE WS-POSTED-COUNT TO WA-POSTED-COUNT.
104500     WRITE AUDIT-LOG-RECORD FROM WS-AUDIT-LINE.
104510     IF NOT WS-CONTROL-OK
104520         PERFORM 3110-WRITE-CONTROL-AUDIT
