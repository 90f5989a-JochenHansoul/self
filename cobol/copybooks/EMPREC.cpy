003080*                       MASTER IS CONVERTED ONCE BY EMPCONV
003090*                       (STATUS ACTIVE, ZERO DATES) BEFORE ANY
003091*                       PROGRAM OPENS IT WITH THIS LAYOUT.
003092*    10/15/2026 JH    GROUPED LAST/FIRST NAME AS WS-NAME-KEY, THE
003093*                       ALTERNATE KEY (WITH DUPLICATES) THE MASTER
003094*                       NOW CARRIES FOR EMPNAMQ. NO LENGTH CHANGE.
003095*                       BACK UP THE OLD MASTER WITH THE PREVIOUS
003096*                       EMPBKUP BEFORE THE NEW PROGRAMS GO IN,
003097*                       THEN RESTORE IT WITH THE NEW EMPBKUP,
003098*                       WHICH BUILDS BOTH KEYS. NOTHING ELSE MAY
003099*                       OPEN EMPMAST IN BETWEEN.
003100*****************************************************************
003200 01  WS-EMPLOYEE-RECORD.
003300     05  WS-NAME-DATA.
003310         10  WS-NAME-KEY.
003400             15  WS-LAST-NAME     PIC A(15).
003500             15  WS-FIRST-NAME    PIC A(10).
003600         10  WS-MIDDLE-INIT       PIC A(01).
003700         10  WS-TITLE             PIC A(04).
003800     05  WS-NAME REDEFINES WS-NAME-DATA
