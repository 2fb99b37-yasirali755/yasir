       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CBLYAL10.
       AUTHOR.                 yasir ali.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      * THIS PROGRAM is the online seller and customer inquiry and    *
      * maintenance screen. after signing on from the user file a     *
      * volunteer can look up a seller by seller number or by last    *
      * name and see sales to date, paid to date and the balance due, *
      * and look up a customer by name and zip with the cases bought  *
      * of each pop type. users with update authority can add a       *
      * seller or change a seller name and team. every change is      *
      * written to the audit log with the user id, date and time and  *
      * to the online change file that CBLYAL04 reports on its next   *
      * run. the seller master is kept open for inquiry only. it and  *
      * the audit log and online change file are opened just long     *
      * enough to save each change, so the change is on disk before   *
      * the screen returns. the run control file is read again before *
      * every change is saved and the change is refused while a run   *
      * is still in status A.                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
                 ASSIGN TO "CBLPOPPRM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRM-FILE-STATUS.

           SELECT RUNCTL-FILE
                 ASSIGN TO RUN-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RUN-FILE-STATUS.

           SELECT USER-FILE
                 ASSIGN TO USR-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS USR-FILE-STATUS.

           SELECT SELLER-MASTER
                 ASSIGN TO SLM-PATH
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS SLM-NUMBER
                 FILE STATUS IS SLM-FILE-STATUS.

           SELECT CUSTOMER-MASTER
                 ASSIGN TO CUS-PATH
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CUS-KEY
                 FILE STATUS IS CUS-FILE-STATUS.

           SELECT AUDIT-LOG-FILE
                 ASSIGN TO AUD-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUD-FILE-STATUS.

           SELECT ONLINE-CHANGE-FILE
                 ASSIGN TO ONL-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ONL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 76 CHARACTERS
             DATA RECORD IS PRM-REC.

       01  PRM-REC.
             05  PRM-KEYWORD             PIC X(12).
             05  PRM-VALUE               PIC X(64).

       FD  RUNCTL-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 33 CHARACTERS
             DATA RECORD IS RUN-REC.

       01  RUN-REC.
             05  RUN-NUMBER              PIC 9(5).
             05  RUN-DATE                PIC 9(8).
             05  RUN-TIME                PIC 9(6).
             05  RUN-READ-CTR            PIC 9(6).
             05  RUN-ERROR-CTR           PIC 9(4).
             05  RUN-CORR-CTR            PIC 9(3).
             05  RUN-STATUS              PIC X.
                 88  RUN-COMPLETED       VALUE 'C'.
                 88  RUN-STARTED         VALUE 'A'.

       FD  USER-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 37 CHARACTERS
             DATA RECORD IS USR-REC.

       01  USR-REC.
             05  USR-ID                  PIC X(8).
             05  USR-PASSWORD            PIC X(8).
             05  USR-NAME                PIC X(20).
             05  USR-LEVEL               PIC X.
                 88  USR-CAN-UPDATE      VALUE 'U'.
                 88  USR-INQUIRY-ONLY    VALUE 'I'.

       FD  SELLER-MASTER
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 72 CHARACTERS
             DATA RECORD IS SLM-REC.

       01  SLM-REC.
             05  SLM-NUMBER              PIC 9(5).
             05  SLM-LNAME               PIC X(15).
             05  SLM-FNAME               PIC X(15).
             05  SLM-TEAM                PIC X.
             05  SLM-SALES-TD            PIC S9(7)V99.
             05  SLM-PAID-TD             PIC S9(7)V99.
             05  SLM-RUN-TOTAL           PIC S9(7)V99.
             05  SLM-RUN-PAID            PIC S9(7)V99.

       FD  CUSTOMER-MASTER
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 110 CHARACTERS
             DATA RECORD IS CUS-REC.

       01  CUS-REC.
             05  CUS-KEY.
                 10  CUS-LNAME           PIC X(15).
                 10  CUS-FNAME           PIC X(15).
                 10  CUS-ZIP             PIC 9(9).
             05  CUS-ADDRESS             PIC X(15).
             05  CUS-CITY                PIC X(10).
             05  CUS-STATE               PIC XX.
             05  CUS-TEAM                PIC X.
             05  CUS-PURCHASE-CTR        PIC 9(5).
             05  CUS-CASES-POP OCCURS 6 TIMES
                                         PIC 9(5).
             05  CUS-LAST-DATE           PIC 9(8).

       FD  AUDIT-LOG-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 90 CHARACTERS
             DATA RECORD IS AUD-REC.

       01  AUD-REC.
             05  AUD-DATE                PIC 9(8).
             05  AUD-TIME                PIC 9(6).
             05  AUD-USER-ID             PIC X(8).
             05  AUD-ACTION              PIC X.
                 88  AUD-IS-ADD          VALUE 'A'.
                 88  AUD-IS-CHANGE       VALUE 'C'.
             05  AUD-SLM-NUMBER          PIC 9(5).
             05  AUD-OLD-LNAME           PIC X(15).
             05  AUD-OLD-FNAME           PIC X(15).
             05  AUD-OLD-TEAM            PIC X.
             05  AUD-NEW-LNAME           PIC X(15).
             05  AUD-NEW-FNAME           PIC X(15).
             05  AUD-NEW-TEAM            PIC X.

       FD  ONLINE-CHANGE-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 90 CHARACTERS
             DATA RECORD IS ONL-REC.

       01  ONL-REC                       PIC X(90).

       WORKING-STORAGE SECTION.

       01  FILE-PATH-AREA.
           05 RUN-PATH        PIC X(80) VALUE 'CBLPOPRUN.DAT'.
           05 USR-PATH        PIC X(80) VALUE 'CBLPOPUSR.DAT'.
           05 SLM-PATH        PIC X(80) VALUE 'CBLPOPSLM.DAT'.
           05 CUS-PATH        PIC X(80) VALUE 'CBLPOPCUS.DAT'.
           05 AUD-PATH        PIC X(80) VALUE 'CBLPOPAUD.DAT'.
           05 ONL-PATH        PIC X(80) VALUE 'CBLPOPONL.DAT'.

       01  PARM-AREA.
           05 PRM-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-PARMS               PIC XXX           VALUE 'YES'.
           05 W-DATA-PATH              PIC X(64)         VALUE SPACES.
           05 W-PATH-FILE              PIC X(80)         VALUE SPACES.
           05 W-PATH-BUILT             PIC X(80)         VALUE SPACES.

        01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YEAR               PIC 9(4).
               10 I-MONTH              PIC 99.
               10 I-DAY                PIC 99.
           05 I-TIME                   PIC X(11).

       01  WORK-AREA.
           05 RUN-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-RUNS                PIC XXX           VALUE 'YES'.
           05 USR-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-USERS               PIC XXX           VALUE 'YES'.
           05 SLM-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-SELLERS             PIC XXX           VALUE 'YES'.
           05 CUS-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-CUSTOMERS           PIC XXX           VALUE 'YES'.
           05 AUD-FILE-STATUS          PIC XX            VALUE '00'.
           05 ONL-FILE-STATUS          PIC XX            VALUE '00'.
           05 W-LAST-RUN-NO            PIC 9(5)          VALUE ZERO.
           05 W-LAST-RUN-STATUS        PIC X             VALUE 'C'.
           05 W-SIGNON-OK-SW           PIC XXX           VALUE 'NO'.
           05 W-SIGNON-TRIES           PIC 9             VALUE ZERO.
           05 W-UPDATE-OK-SW           PIC XXX           VALUE 'NO'.
           05 W-EXIT-SW                PIC XXX           VALUE 'NO'.
           05 W-SLM-OPEN-SW            PIC XXX           VALUE 'NO'.
           05 W-SLM-IO-SW              PIC XXX           VALUE 'NO'.
           05 W-CUS-OPEN-SW            PIC XXX           VALUE 'NO'.
           05 W-FOUND-SW               PIC XXX           VALUE 'NO'.
           05 W-USER-ID                PIC X(8)          VALUE SPACES.
           05 W-USER-NAME              PIC X(20)         VALUE SPACES.
           05 W-LIST-CTR               PIC 99            VALUE ZERO.
           05 W-SUB                    PIC 99            VALUE ZERO.
           05 W-POP-SUB                PIC 9             VALUE ZERO.
           05 W-POP-NAME               PIC X(16)         VALUE SPACES.
           05 W-ADD-CTR                PIC 9(4)          VALUE ZERO.
           05 W-CHG-CTR                PIC 9(4)          VALUE ZERO.

       01  SCREEN-FIELDS.
           05 W-SCR-USER-ID            PIC X(8)          VALUE SPACES.
           05 W-SCR-PASSWORD           PIC X(8)          VALUE SPACES.
           05 W-SCR-OPTION             PIC X             VALUE SPACE.
           05 W-SCR-REPLY              PIC X             VALUE SPACE.
           05 W-SCR-SLM-NUMBER         PIC 9(5)          VALUE ZERO.
           05 W-SCR-LNAME              PIC X(15)         VALUE SPACES.
           05 W-SCR-FNAME              PIC X(15)         VALUE SPACES.
           05 W-SCR-TEAM               PIC X             VALUE SPACE.
           05 W-SCR-ZIP                PIC 9(9)          VALUE ZERO.
           05 W-SCR-BALANCE            PIC S9(7)V99      VALUE ZERO.
           05 W-SCR-MESSAGE            PIC X(79)         VALUE SPACES.
           05 W-SCR-TITLE              PIC X(40)         VALUE SPACES.
           05 W-SCR-LAST-DATE.
               10 W-SCR-LAST-MM        PIC 99            VALUE ZERO.
               10 FILLER               PIC X             VALUE '/'.
               10 W-SCR-LAST-DD        PIC 99            VALUE ZERO.
               10 FILLER               PIC X             VALUE '/'.
               10 W-SCR-LAST-YYYY      PIC 9(4)          VALUE ZERO.
           05 W-SCR-POP-LINE OCCURS 6 TIMES.
               10 W-SCR-POP-NAME       PIC X(16).
               10 FILLER               PIC X(4).
               10 W-SCR-POP-CASES      PIC ZZ,ZZ9.

       01  LIST-AREA.
           05 W-LIST-LINE OCCURS 10 TIMES
                                       PIC X(76).

       01  LIST-DETAIL.
           05 W-LST-NUMBER             PIC 9(5).
           05 FILLER                   PIC X(2)          VALUE SPACES.
           05 W-LST-LNAME              PIC X(15).
           05 FILLER                   PIC X(1)          VALUE SPACES.
           05 W-LST-FNAME              PIC X(10).
           05 FILLER                   PIC X(2)          VALUE SPACES.
           05 W-LST-TEAM               PIC X.
           05 FILLER                   PIC X(2)          VALUE SPACES.
           05 W-LST-SALES              PIC $$$$,$$9.99-.
           05 FILLER                   PIC X(1)          VALUE SPACES.
           05 W-LST-PAID               PIC $$$$,$$9.99-.
           05 FILLER                   PIC X(1)          VALUE SPACES.
           05 W-LST-BALANCE            PIC $$$$,$$9.99-.

       01  AUDIT-BEFORE.
           05 W-OLD-LNAME              PIC X(15)         VALUE SPACES.
           05 W-OLD-FNAME              PIC X(15)         VALUE SPACES.
           05 W-OLD-TEAM               PIC X             VALUE SPACE.

       SCREEN SECTION.

       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'COBYAL10'.
           05  LINE 1  COLUMN 27 VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05  LINE 2  COLUMN 30 VALUE 'SELLER AND CUSTOMER INQUIRY'.
           05  LINE 6  COLUMN 20 VALUE 'USER ID  :'.
           05  LINE 6  COLUMN 31 PIC X(8) USING W-SCR-USER-ID.
           05  LINE 8  COLUMN 20 VALUE 'PASSWORD :'.
           05  LINE 8  COLUMN 31 PIC X(8) USING W-SCR-PASSWORD
                                 SECURE.
           05  LINE 22 COLUMN 1  PIC X(79) FROM W-SCR-MESSAGE
                                 HIGHLIGHT.

       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'COBYAL10'.
           05  LINE 1  COLUMN 27 VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05  LINE 1  COLUMN 70 PIC X(8) FROM W-USER-ID.
           05  LINE 2  COLUMN 34 VALUE 'MAIN MENU'.
           05  LINE 5  COLUMN 20 VALUE '1  SELLER INQUIRY BY NUMBER'.
           05  LINE 6  COLUMN 20 VALUE '2  SELLER INQUIRY BY LAST NAME'.
           05  LINE 7  COLUMN 20 VALUE '3  CUSTOMER INQUIRY'.
           05  LINE 8  COLUMN 20 VALUE '4  ADD A SELLER'.
           05  LINE 9  COLUMN 20 VALUE '5  CHANGE SELLER NAME OR TEAM'.
           05  LINE 10 COLUMN 20 VALUE 'X  EXIT'.
           05  LINE 13 COLUMN 20 VALUE 'SELECTION :'.
           05  LINE 13 COLUMN 32 PIC X USING W-SCR-OPTION.
           05  LINE 22 COLUMN 1  PIC X(79) FROM W-SCR-MESSAGE
                                 HIGHLIGHT.

       01  SELLER-NUMBER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'COBYAL10'.
           05  LINE 1  COLUMN 27 VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05  LINE 2  COLUMN 20 PIC X(40) FROM W-SCR-TITLE.
           05  LINE 6  COLUMN 20 VALUE 'SELLER NUMBER :'.
           05  LINE 6  COLUMN 36 PIC 9(5) USING W-SCR-SLM-NUMBER.
           05  LINE 22 COLUMN 1  PIC X(79) FROM W-SCR-MESSAGE
                                 HIGHLIGHT.

       01  SELLER-DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'COBYAL10'.
           05  LINE 1  COLUMN 27 VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05  LINE 2  COLUMN 34 VALUE 'SELLER INQUIRY'.
           05  LINE 5  COLUMN 20 VALUE 'SELLER NUMBER :'.
           05  LINE 5  COLUMN 38 PIC 9(5) FROM SLM-NUMBER.
           05  LINE 6  COLUMN 20 VALUE 'LAST NAME     :'.
           05  LINE 6  COLUMN 38 PIC X(15) FROM SLM-LNAME.
           05  LINE 7  COLUMN 20 VALUE 'FIRST NAME    :'.
           05  LINE 7  COLUMN 38 PIC X(15) FROM SLM-FNAME.
           05  LINE 8  COLUMN 20 VALUE 'TEAM          :'.
           05  LINE 8  COLUMN 38 PIC X FROM SLM-TEAM.
           05  LINE 10 COLUMN 20 VALUE 'SALES TO DATE :'.
           05  LINE 10 COLUMN 36 PIC $$$$,$$9.99- FROM SLM-SALES-TD.
           05  LINE 11 COLUMN 20 VALUE 'PAID TO DATE  :'.
           05  LINE 11 COLUMN 36 PIC $$$$,$$9.99- FROM SLM-PAID-TD.
           05  LINE 12 COLUMN 20 VALUE 'BALANCE DUE   :'.
           05  LINE 12 COLUMN 36 PIC $$$$,$$9.99- FROM W-SCR-BALANCE.
           05  LINE 20 COLUMN 20 VALUE 'PRESS ENTER TO CONTINUE'.
           05  LINE 20 COLUMN 44 PIC X USING W-SCR-REPLY.
           05  LINE 22 COLUMN 1  PIC X(79) FROM W-SCR-MESSAGE
                                 HIGHLIGHT.

       01  SELLER-NAME-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'COBYAL10'.
           05  LINE 1  COLUMN 27 VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05  LINE 2  COLUMN 28 VALUE 'SELLER INQUIRY BY LAST NAME'.
           05  LINE 6  COLUMN 20 VALUE 'LAST NAME :'.
           05  LINE 6  COLUMN 32 PIC X(15) USING W-SCR-LNAME.
           05  LINE 22 COLUMN 1  PIC X(79) FROM W-SCR-MESSAGE
                                 HIGHLIGHT.

       01  SELLER-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'COBYAL10'.
           05  LINE 1  COLUMN 27 VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05  LINE 2  COLUMN 28 VALUE 'SELLER INQUIRY BY LAST NAME'.
           05  LINE 4  COLUMN 2  VALUE 'NUMBR  LAST NAME       FIRST'.
           05  LINE 4  COLUMN 38 VALUE 'TM  SALES TD     PAID TD'.
           05  LINE 4  COLUMN 66 VALUE 'BALANCE DUE'.
           05  LINE 6  COLUMN 2  PIC X(76) FROM W-LIST-LINE(1).
           05  LINE 7  COLUMN 2  PIC X(76) FROM W-LIST-LINE(2).
           05  LINE 8  COLUMN 2  PIC X(76) FROM W-LIST-LINE(3).
           05  LINE 9  COLUMN 2  PIC X(76) FROM W-LIST-LINE(4).
           05  LINE 10 COLUMN 2  PIC X(76) FROM W-LIST-LINE(5).
           05  LINE 11 COLUMN 2  PIC X(76) FROM W-LIST-LINE(6).
           05  LINE 12 COLUMN 2  PIC X(76) FROM W-LIST-LINE(7).
           05  LINE 13 COLUMN 2  PIC X(76) FROM W-LIST-LINE(8).
           05  LINE 14 COLUMN 2  PIC X(76) FROM W-LIST-LINE(9).
           05  LINE 15 COLUMN 2  PIC X(76) FROM W-LIST-LINE(10).
           05  LINE 20 COLUMN 20 VALUE 'PRESS ENTER TO CONTINUE'.
           05  LINE 20 COLUMN 44 PIC X USING W-SCR-REPLY.
           05  LINE 22 COLUMN 1  PIC X(79) FROM W-SCR-MESSAGE
                                 HIGHLIGHT.

       01  CUSTOMER-KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'COBYAL10'.
           05  LINE 1  COLUMN 27 VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05  LINE 2  COLUMN 33 VALUE 'CUSTOMER INQUIRY'.
           05  LINE 6  COLUMN 20 VALUE 'LAST NAME  :'.
           05  LINE 6  COLUMN 33 PIC X(15) USING W-SCR-LNAME.
           05  LINE 7  COLUMN 20 VALUE 'FIRST NAME :'.
           05  LINE 7  COLUMN 33 PIC X(15) USING W-SCR-FNAME.
           05  LINE 8  COLUMN 20 VALUE 'ZIP CODE   :'.
           05  LINE 8  COLUMN 33 PIC 9(9) USING W-SCR-ZIP.
           05  LINE 22 COLUMN 1  PIC X(79) FROM W-SCR-MESSAGE
                                 HIGHLIGHT.

       01  CUSTOMER-DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'COBYAL10'.
           05  LINE 1  COLUMN 27 VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05  LINE 2  COLUMN 33 VALUE 'CUSTOMER INQUIRY'.
           05  LINE 4  COLUMN 10 VALUE 'NAME     :'.
           05  LINE 4  COLUMN 21 PIC X(15) FROM CUS-FNAME.
           05  LINE 4  COLUMN 37 PIC X(15) FROM CUS-LNAME.
           05  LINE 5  COLUMN 10 VALUE 'ADDRESS  :'.
           05  LINE 5  COLUMN 21 PIC X(15) FROM CUS-ADDRESS.
           05  LINE 6  COLUMN 10 VALUE 'CITY     :'.
           05  LINE 6  COLUMN 21 PIC X(10) FROM CUS-CITY.
           05  LINE 6  COLUMN 32 PIC XX FROM CUS-STATE.
           05  LINE 6  COLUMN 35 PIC 9(9) FROM CUS-ZIP.
           05  LINE 7  COLUMN 10 VALUE 'TEAM     :'.
           05  LINE 7  COLUMN 21 PIC X FROM CUS-TEAM.
           05  LINE 8  COLUMN 10 VALUE 'PURCHASES:'.
           05  LINE 8  COLUMN 21 PIC ZZ,ZZ9 FROM CUS-PURCHASE-CTR.
           05  LINE 9  COLUMN 10 VALUE 'LAST BUY :'.
           05  LINE 9  COLUMN 21 PIC X(10) FROM W-SCR-LAST-DATE.
           05  LINE 11 COLUMN 10 VALUE 'POP TYPE'.
           05  LINE 11 COLUMN 30 VALUE 'CASES'.
           05  LINE 12 COLUMN 10 PIC X(26) FROM W-SCR-POP-LINE(1).
           05  LINE 13 COLUMN 10 PIC X(26) FROM W-SCR-POP-LINE(2).
           05  LINE 14 COLUMN 10 PIC X(26) FROM W-SCR-POP-LINE(3).
           05  LINE 15 COLUMN 10 PIC X(26) FROM W-SCR-POP-LINE(4).
           05  LINE 16 COLUMN 10 PIC X(26) FROM W-SCR-POP-LINE(5).
           05  LINE 17 COLUMN 10 PIC X(26) FROM W-SCR-POP-LINE(6).
           05  LINE 20 COLUMN 20 VALUE 'PRESS ENTER TO CONTINUE'.
           05  LINE 20 COLUMN 44 PIC X USING W-SCR-REPLY.
           05  LINE 22 COLUMN 1  PIC X(79) FROM W-SCR-MESSAGE
                                 HIGHLIGHT.

       01  SELLER-UPDATE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'COBYAL10'.
           05  LINE 1  COLUMN 27 VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05  LINE 2  COLUMN 20 PIC X(40) FROM W-SCR-TITLE.
           05  LINE 5  COLUMN 20 VALUE 'SELLER NUMBER :'.
           05  LINE 5  COLUMN 36 PIC 9(5) FROM W-SCR-SLM-NUMBER.
           05  LINE 6  COLUMN 20 VALUE 'LAST NAME     :'.
           05  LINE 6  COLUMN 36 PIC X(15) USING W-SCR-LNAME.
           05  LINE 7  COLUMN 20 VALUE 'FIRST NAME    :'.
           05  LINE 7  COLUMN 36 PIC X(15) USING W-SCR-FNAME.
           05  LINE 8  COLUMN 20 VALUE 'TEAM (A-E)    :'.
           05  LINE 8  COLUMN 36 PIC X USING W-SCR-TEAM.
           05  LINE 12 COLUMN 20 VALUE 'SAVE (Y/N)    :'.
           05  LINE 12 COLUMN 36 PIC X USING W-SCR-REPLY.
           05  LINE 22 COLUMN 1  PIC X(79) FROM W-SCR-MESSAGE
                                 HIGHLIGHT.

       PROCEDURE DIVISION.
       0000-COBYAL10.
           PERFORM 1000-INIT.
           PERFORM 2000-SIGNON
               UNTIL W-SIGNON-OK-SW = 'YES'
                  OR W-SIGNON-TRIES = 3.
           IF W-SIGNON-OK-SW = 'YES'
               PERFORM 3000-MENU
                   UNTIL W-EXIT-SW = 'YES'
           END-IF.
           PERFORM 9000-WRAPUP.
           STOP RUN.

       1000-INIT.
           PERFORM 1300-READ-PARM-FILE.
           PERFORM 1350-BUILD-PATHS.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUS-FILE-STATUS = '00'
               MOVE 'YES' TO W-CUS-OPEN-SW
           END-IF.
           MOVE SPACES TO W-SCR-MESSAGE.

       1300-READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF PRM-FILE-STATUS = '00'
               PERFORM UNTIL MORE-PARMS = 'NO'
                   READ PARM-FILE
                       AT END
                           MOVE 'NO' TO MORE-PARMS
                       NOT AT END
                           IF PRM-KEYWORD = 'DATAPATH'
                               MOVE PRM-VALUE TO W-DATA-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE.

       1350-BUILD-PATHS.
           IF W-DATA-PATH NOT = SPACES
               MOVE RUN-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO RUN-PATH
               MOVE USR-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO USR-PATH
               MOVE SLM-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO SLM-PATH
               MOVE CUS-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO CUS-PATH
               MOVE AUD-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO AUD-PATH
               MOVE ONL-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO ONL-PATH
           END-IF.

       1360-PREFIX-PATH.
           MOVE SPACES TO W-PATH-BUILT.
           STRING FUNCTION TRIM(W-DATA-PATH)  DELIMITED BY SIZE
                  FUNCTION TRIM(W-PATH-FILE)  DELIMITED BY SIZE
               INTO W-PATH-BUILT.

       1400-CHECK-RUN-CONTROL.
           MOVE 'YES' TO MORE-RUNS.
           OPEN INPUT RUNCTL-FILE.
           IF RUN-FILE-STATUS = '00'
               PERFORM UNTIL MORE-RUNS = 'NO'
                   READ RUNCTL-FILE
                       AT END
                           MOVE 'NO' TO MORE-RUNS
                       NOT AT END
                           MOVE RUN-NUMBER TO W-LAST-RUN-NO
                           MOVE RUN-STATUS TO W-LAST-RUN-STATUS
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

       2000-SIGNON.
           ADD 1 TO W-SIGNON-TRIES.
           MOVE SPACES TO W-SCR-USER-ID.
           MOVE SPACES TO W-SCR-PASSWORD.
           DISPLAY SIGNON-SCREEN.
           ACCEPT SIGNON-SCREEN.
           MOVE 'NO' TO W-FOUND-SW.
           MOVE 'YES' TO MORE-USERS.
           OPEN INPUT USER-FILE.
           IF USR-FILE-STATUS = '00'
               PERFORM UNTIL MORE-USERS = 'NO'
                   READ USER-FILE
                       AT END
                           MOVE 'NO' TO MORE-USERS
                       NOT AT END
                           IF USR-ID = W-SCR-USER-ID
                               AND USR-PASSWORD = W-SCR-PASSWORD
                               MOVE 'YES' TO W-FOUND-SW
                               MOVE 'NO'  TO MORE-USERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-FILE
           END-IF.
           IF W-FOUND-SW = 'YES'
               MOVE 'YES'    TO W-SIGNON-OK-SW
               MOVE USR-ID   TO W-USER-ID
               MOVE USR-NAME TO W-USER-NAME
               IF USR-CAN-UPDATE
                   MOVE 'YES' TO W-UPDATE-OK-SW
               END-IF
               PERFORM 2100-OPEN-SELLER-MASTER
               MOVE SPACES TO W-SCR-MESSAGE
               STRING 'SIGNED ON - ' DELIMITED BY SIZE
                      W-USER-NAME    DELIMITED BY SIZE
                   INTO W-SCR-MESSAGE
           ELSE
               MOVE 'USER ID OR PASSWORD NOT VALID' TO W-SCR-MESSAGE
           END-IF.

       2100-OPEN-SELLER-MASTER.
           OPEN INPUT SELLER-MASTER.
           IF SLM-FILE-STATUS = '35'
               AND W-UPDATE-OK-SW = 'YES'
               OPEN OUTPUT SELLER-MASTER
               CLOSE SELLER-MASTER
               OPEN INPUT SELLER-MASTER
           END-IF.
           IF SLM-FILE-STATUS = '00'
               MOVE 'YES' TO W-SLM-OPEN-SW
           END-IF.

       3000-MENU.
           MOVE SPACE TO W-SCR-OPTION.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           MOVE SPACES TO W-SCR-MESSAGE.
           EVALUATE W-SCR-OPTION
               WHEN '1'
                   PERFORM 3100-SELLER-BY-NUMBER
               WHEN '2'
                   PERFORM 3200-SELLER-BY-NAME
               WHEN '3'
                   PERFORM 3300-CUSTOMER-INQUIRY
               WHEN '4'
                   PERFORM 3400-ADD-SELLER
               WHEN '5'
                   PERFORM 3500-CHANGE-SELLER
               WHEN 'X'
                   MOVE 'YES' TO W-EXIT-SW
               WHEN 'x'
                   MOVE 'YES' TO W-EXIT-SW
               WHEN OTHER
                   MOVE 'SELECTION NOT VALID' TO W-SCR-MESSAGE
           END-EVALUATE.

       3100-SELLER-BY-NUMBER.
           IF W-SLM-OPEN-SW = 'NO'
               MOVE 'SELLER MASTER NOT AVAILABLE' TO W-SCR-MESSAGE
           ELSE
               MOVE 'SELLER INQUIRY BY NUMBER' TO W-SCR-TITLE
               MOVE 0 TO W-SCR-SLM-NUMBER
               DISPLAY SELLER-NUMBER-SCREEN
               ACCEPT SELLER-NUMBER-SCREEN
               MOVE W-SCR-SLM-NUMBER TO SLM-NUMBER
               READ SELLER-MASTER
                   INVALID KEY
                       MOVE 'SELLER NOT ON FILE' TO W-SCR-MESSAGE
                   NOT INVALID KEY
                       PERFORM 3150-SHOW-SELLER
               END-READ
           END-IF.

       3150-SHOW-SELLER.
           COMPUTE W-SCR-BALANCE = SLM-SALES-TD - SLM-PAID-TD.
           MOVE SPACE  TO W-SCR-REPLY.
           MOVE SPACES TO W-SCR-MESSAGE.
           DISPLAY SELLER-DETAIL-SCREEN.
           ACCEPT SELLER-DETAIL-SCREEN.

       3200-SELLER-BY-NAME.
           IF W-SLM-OPEN-SW = 'NO'
               MOVE 'SELLER MASTER NOT AVAILABLE' TO W-SCR-MESSAGE
           ELSE
               MOVE SPACES TO W-SCR-LNAME
               DISPLAY SELLER-NAME-SCREEN
               ACCEPT SELLER-NAME-SCREEN
               PERFORM 3250-LIST-SELLERS
           END-IF.

       3250-LIST-SELLERS.
           MOVE 0 TO W-LIST-CTR.
           MOVE SPACES TO LIST-AREA.
           MOVE SPACES TO W-SCR-MESSAGE.
           MOVE 'YES' TO MORE-SELLERS.
           MOVE 0 TO SLM-NUMBER.
           START SELLER-MASTER KEY NOT LESS THAN SLM-NUMBER
               INVALID KEY
                   MOVE 'NO' TO MORE-SELLERS
           END-START.
           PERFORM UNTIL MORE-SELLERS = 'NO'
               READ SELLER-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-SELLERS
                   NOT AT END
                       IF SLM-LNAME = W-SCR-LNAME
                           PERFORM 3260-LIST-ONE-SELLER
                       END-IF
               END-READ
           END-PERFORM.
           IF W-LIST-CTR = 0
               MOVE 'NO SELLER WITH THAT LAST NAME' TO W-SCR-MESSAGE
           ELSE
               MOVE SPACE TO W-SCR-REPLY
               DISPLAY SELLER-LIST-SCREEN
               ACCEPT SELLER-LIST-SCREEN
               MOVE SPACES TO W-SCR-MESSAGE
           END-IF.

       3260-LIST-ONE-SELLER.
           IF W-LIST-CTR < 10
               ADD 1 TO W-LIST-CTR
               MOVE SLM-NUMBER   TO W-LST-NUMBER
               MOVE SLM-LNAME    TO W-LST-LNAME
               MOVE SLM-FNAME    TO W-LST-FNAME
               MOVE SLM-TEAM     TO W-LST-TEAM
               MOVE SLM-SALES-TD TO W-LST-SALES
               MOVE SLM-PAID-TD  TO W-LST-PAID
               COMPUTE W-LST-BALANCE = SLM-SALES-TD - SLM-PAID-TD
               MOVE LIST-DETAIL  TO W-LIST-LINE(W-LIST-CTR)
           ELSE
               MOVE 'MORE THAN 10 SELLERS - ONLY FIRST 10 SHOWN'
                   TO W-SCR-MESSAGE
           END-IF.

       3300-CUSTOMER-INQUIRY.
           IF W-CUS-OPEN-SW = 'NO'
               MOVE 'CUSTOMER MASTER NOT AVAILABLE' TO W-SCR-MESSAGE
           ELSE
               MOVE SPACES TO W-SCR-LNAME
               MOVE SPACES TO W-SCR-FNAME
               MOVE 0      TO W-SCR-ZIP
               DISPLAY CUSTOMER-KEY-SCREEN
               ACCEPT CUSTOMER-KEY-SCREEN
               PERFORM 3350-FIND-CUSTOMER
               IF W-FOUND-SW = 'YES'
                   PERFORM 3380-SHOW-CUSTOMER
               ELSE
                   MOVE 'CUSTOMER NOT ON FILE' TO W-SCR-MESSAGE
               END-IF
           END-IF.

       3350-FIND-CUSTOMER.
           MOVE 'NO' TO W-FOUND-SW.
           MOVE W-SCR-LNAME TO CUS-LNAME.
           MOVE W-SCR-FNAME TO CUS-FNAME.
           MOVE W-SCR-ZIP   TO CUS-ZIP.
           IF W-SCR-FNAME NOT = SPACES
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO W-FOUND-SW
               END-READ
           ELSE
               MOVE 'YES' TO MORE-CUSTOMERS
               START CUSTOMER-MASTER KEY NOT LESS THAN CUS-KEY
                   INVALID KEY
                       MOVE 'NO' TO MORE-CUSTOMERS
               END-START
               PERFORM UNTIL MORE-CUSTOMERS = 'NO'
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           MOVE 'NO' TO MORE-CUSTOMERS
                       NOT AT END
                           IF CUS-LNAME NOT = W-SCR-LNAME
                               MOVE 'NO' TO MORE-CUSTOMERS
                           ELSE
                               IF CUS-ZIP = W-SCR-ZIP
                                   MOVE 'YES' TO W-FOUND-SW
                                   MOVE 'NO'  TO MORE-CUSTOMERS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3380-SHOW-CUSTOMER.
           MOVE CUS-LAST-DATE(5:2) TO W-SCR-LAST-MM.
           MOVE CUS-LAST-DATE(7:2) TO W-SCR-LAST-DD.
           MOVE CUS-LAST-DATE(1:4) TO W-SCR-LAST-YYYY.
           PERFORM VARYING W-POP-SUB FROM 1 BY 1
               UNTIL W-POP-SUB > 6
               PERFORM 9320-POP-IDX-TO-NAME
               MOVE SPACES     TO W-SCR-POP-LINE(W-POP-SUB)
               MOVE W-POP-NAME TO W-SCR-POP-NAME(W-POP-SUB)
               MOVE CUS-CASES-POP(W-POP-SUB)
                               TO W-SCR-POP-CASES(W-POP-SUB)
           END-PERFORM.
           MOVE SPACE  TO W-SCR-REPLY.
           MOVE SPACES TO W-SCR-MESSAGE.
           DISPLAY CUSTOMER-DETAIL-SCREEN.
           ACCEPT CUSTOMER-DETAIL-SCREEN.

       3400-ADD-SELLER.
           IF W-UPDATE-OK-SW = 'NO'
               PERFORM 3900-NO-UPDATE-MESSAGE
           ELSE
               IF W-SLM-OPEN-SW = 'NO'
                   MOVE 'SELLER MASTER NOT AVAILABLE'
                       TO W-SCR-MESSAGE
               ELSE
                   MOVE 'ADD A SELLER' TO W-SCR-TITLE
                   MOVE 0 TO W-SCR-SLM-NUMBER
                   DISPLAY SELLER-NUMBER-SCREEN
                   ACCEPT SELLER-NUMBER-SCREEN
                   MOVE W-SCR-SLM-NUMBER TO SLM-NUMBER
                   READ SELLER-MASTER
                       INVALID KEY
                           PERFORM 3450-ENTER-NEW-SELLER
                       NOT INVALID KEY
                           MOVE 'SELLER NUMBER ALREADY ON FILE'
                               TO W-SCR-MESSAGE
                   END-READ
               END-IF
           END-IF.

       3450-ENTER-NEW-SELLER.
           IF W-SCR-SLM-NUMBER = 0
               MOVE 'SELLER NUMBER MUST NOT BE ZERO' TO W-SCR-MESSAGE
           ELSE
               MOVE SPACES TO W-SCR-LNAME
               MOVE SPACES TO W-SCR-FNAME
               MOVE SPACE  TO W-SCR-TEAM
               MOVE SPACE  TO W-SCR-REPLY
               MOVE SPACES TO W-SCR-MESSAGE
               DISPLAY SELLER-UPDATE-SCREEN
               ACCEPT SELLER-UPDATE-SCREEN
               PERFORM 3800-EDIT-SELLER-FIELDS
               IF W-SCR-MESSAGE = SPACES
                   AND (W-SCR-REPLY = 'Y' OR W-SCR-REPLY = 'y')
                   PERFORM 3600-OPEN-FOR-UPDATE
                   IF W-SLM-IO-SW = 'YES'
                       PERFORM 3460-WRITE-NEW-SELLER
                   END-IF
                   PERFORM 3650-CLOSE-AFTER-UPDATE
               ELSE
                   IF W-SCR-MESSAGE = SPACES
                       MOVE 'SELLER NOT ADDED' TO W-SCR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       3460-WRITE-NEW-SELLER.
           MOVE W-SCR-SLM-NUMBER TO SLM-NUMBER.
           MOVE W-SCR-LNAME      TO SLM-LNAME.
           MOVE W-SCR-FNAME      TO SLM-FNAME.
           MOVE W-SCR-TEAM       TO SLM-TEAM.
           MOVE 0                TO SLM-SALES-TD.
           MOVE 0                TO SLM-PAID-TD.
           MOVE 0                TO SLM-RUN-TOTAL.
           MOVE 0                TO SLM-RUN-PAID.
           WRITE SLM-REC
               INVALID KEY
                   MOVE 'SELLER NUMBER ALREADY ON FILE'
                       TO W-SCR-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO AUDIT-BEFORE
                   MOVE 'A'    TO AUD-ACTION
                   PERFORM 3700-WRITE-AUDIT
                   ADD 1 TO W-ADD-CTR
                   MOVE 'SELLER ADDED' TO W-SCR-MESSAGE
           END-WRITE.

       3500-CHANGE-SELLER.
           IF W-UPDATE-OK-SW = 'NO'
               PERFORM 3900-NO-UPDATE-MESSAGE
           ELSE
               IF W-SLM-OPEN-SW = 'NO'
                   MOVE 'SELLER MASTER NOT AVAILABLE'
                       TO W-SCR-MESSAGE
               ELSE
                   MOVE 'CHANGE SELLER NAME OR TEAM' TO W-SCR-TITLE
                   MOVE 0 TO W-SCR-SLM-NUMBER
                   DISPLAY SELLER-NUMBER-SCREEN
                   ACCEPT SELLER-NUMBER-SCREEN
                   MOVE W-SCR-SLM-NUMBER TO SLM-NUMBER
                   READ SELLER-MASTER
                       INVALID KEY
                           MOVE 'SELLER NOT ON FILE' TO W-SCR-MESSAGE
                       NOT INVALID KEY
                           PERFORM 3550-ENTER-SELLER-CHANGE
                   END-READ
               END-IF
           END-IF.

       3550-ENTER-SELLER-CHANGE.
           MOVE SLM-LNAME TO W-OLD-LNAME.
           MOVE SLM-FNAME TO W-OLD-FNAME.
           MOVE SLM-TEAM  TO W-OLD-TEAM.
           MOVE SLM-LNAME TO W-SCR-LNAME.
           MOVE SLM-FNAME TO W-SCR-FNAME.
           MOVE SLM-TEAM  TO W-SCR-TEAM.
           MOVE SPACE     TO W-SCR-REPLY.
           MOVE SPACES    TO W-SCR-MESSAGE.
           DISPLAY SELLER-UPDATE-SCREEN.
           ACCEPT SELLER-UPDATE-SCREEN.
           PERFORM 3800-EDIT-SELLER-FIELDS.
           IF W-SCR-MESSAGE = SPACES
               AND (W-SCR-REPLY = 'Y' OR W-SCR-REPLY = 'y')
               IF W-SCR-LNAME = W-OLD-LNAME
                   AND W-SCR-FNAME = W-OLD-FNAME
                   AND W-SCR-TEAM  = W-OLD-TEAM
                   MOVE 'NO CHANGES ENTERED' TO W-SCR-MESSAGE
               ELSE
                   PERFORM 3600-OPEN-FOR-UPDATE
                   IF W-SLM-IO-SW = 'YES'
                       MOVE W-SCR-SLM-NUMBER TO SLM-NUMBER
                       READ SELLER-MASTER
                           INVALID KEY
                               MOVE 'SELLER NOT ON FILE'
                                   TO W-SCR-MESSAGE
                           NOT INVALID KEY
                               PERFORM 3560-REWRITE-SELLER
                       END-READ
                   END-IF
                   PERFORM 3650-CLOSE-AFTER-UPDATE
               END-IF
           ELSE
               IF W-SCR-MESSAGE = SPACES
                   MOVE 'SELLER NOT CHANGED' TO W-SCR-MESSAGE
               END-IF
           END-IF.

       3560-REWRITE-SELLER.
           MOVE W-SCR-LNAME TO SLM-LNAME.
           MOVE W-SCR-FNAME TO SLM-FNAME.
           MOVE W-SCR-TEAM  TO SLM-TEAM.
           REWRITE SLM-REC
               INVALID KEY
                   MOVE 'SELLER NOT CHANGED' TO W-SCR-MESSAGE
               NOT INVALID KEY
                   MOVE 'C' TO AUD-ACTION
                   PERFORM 3700-WRITE-AUDIT
                   ADD 1 TO W-CHG-CTR
                   MOVE 'SELLER CHANGED' TO W-SCR-MESSAGE
           END-REWRITE.

       3600-OPEN-FOR-UPDATE.
           MOVE 'NO' TO W-SLM-IO-SW.
           PERFORM 1400-CHECK-RUN-CONTROL.
           IF W-LAST-RUN-STATUS = 'A'
               MOVE 'CHANGES NOT ALLOWED - CBLYAL04 RUN IN STATUS A'
                   TO W-SCR-MESSAGE
           ELSE
               IF W-SLM-OPEN-SW = 'YES'
                   CLOSE SELLER-MASTER
                   MOVE 'NO' TO W-SLM-OPEN-SW
               END-IF
               OPEN I-O SELLER-MASTER
               IF SLM-FILE-STATUS = '00'
                   MOVE 'YES' TO W-SLM-IO-SW
                   OPEN EXTEND AUDIT-LOG-FILE
                   IF AUD-FILE-STATUS = '35'
                       OPEN OUTPUT AUDIT-LOG-FILE
                   END-IF
                   OPEN EXTEND ONLINE-CHANGE-FILE
                   IF ONL-FILE-STATUS = '35'
                       OPEN OUTPUT ONLINE-CHANGE-FILE
                   END-IF
               ELSE
                   MOVE 'SELLER MASTER NOT AVAILABLE' TO W-SCR-MESSAGE
               END-IF
           END-IF.

       3650-CLOSE-AFTER-UPDATE.
           IF W-SLM-IO-SW = 'YES'
               CLOSE SELLER-MASTER
               CLOSE AUDIT-LOG-FILE
               CLOSE ONLINE-CHANGE-FILE
               MOVE 'NO' TO W-SLM-IO-SW
           END-IF.
           IF W-SLM-OPEN-SW = 'NO'
               OPEN INPUT SELLER-MASTER
               IF SLM-FILE-STATUS = '00'
                   MOVE 'YES' TO W-SLM-OPEN-SW
               END-IF
           END-IF.

       3700-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE           TO AUD-DATE.
           MOVE I-TIME(1:6)      TO AUD-TIME.
           MOVE W-USER-ID        TO AUD-USER-ID.
           MOVE W-SCR-SLM-NUMBER TO AUD-SLM-NUMBER.
           MOVE W-OLD-LNAME      TO AUD-OLD-LNAME.
           MOVE W-OLD-FNAME      TO AUD-OLD-FNAME.
           MOVE W-OLD-TEAM       TO AUD-OLD-TEAM.
           MOVE W-SCR-LNAME      TO AUD-NEW-LNAME.
           MOVE W-SCR-FNAME      TO AUD-NEW-FNAME.
           MOVE W-SCR-TEAM       TO AUD-NEW-TEAM.
           WRITE AUD-REC.
           MOVE AUD-REC          TO ONL-REC.
           WRITE ONL-REC.

       3800-EDIT-SELLER-FIELDS.
           MOVE SPACES TO W-SCR-MESSAGE.
           IF W-SCR-TEAM = 'a' OR 'b' OR 'c' OR 'd' OR 'e'
               INSPECT W-SCR-TEAM
                   CONVERTING 'abcde' TO 'ABCDE'
           END-IF.
           IF W-SCR-LNAME = SPACES
               MOVE 'LAST NAME IS REQUIRED' TO W-SCR-MESSAGE
           ELSE
               IF W-SCR-FNAME = SPACES
                   MOVE 'FIRST NAME IS REQUIRED' TO W-SCR-MESSAGE
               ELSE
                   IF W-SCR-TEAM NOT = 'A' AND NOT = 'B'
                       AND NOT = 'C' AND NOT = 'D' AND NOT = 'E'
                       MOVE 'TEAM MUST BE A THROUGH E'
                           TO W-SCR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       3900-NO-UPDATE-MESSAGE.
           MOVE 'USER NOT AUTHORIZED TO CHANGE SELLERS'
               TO W-SCR-MESSAGE.

       9000-WRAPUP.
           IF W-SLM-OPEN-SW = 'YES'
               CLOSE SELLER-MASTER
           END-IF.
           IF W-CUS-OPEN-SW = 'YES'
               CLOSE CUSTOMER-MASTER
           END-IF.

       9320-POP-IDX-TO-NAME.
           EVALUATE W-POP-SUB
               WHEN 1  MOVE "COKE" TO W-POP-NAME
               WHEN 2  MOVE "DIET COKE" TO W-POP-NAME
               WHEN 3  MOVE "MELLO YELLO" TO W-POP-NAME
               WHEN 4  MOVE "CHERRY COKE" TO W-POP-NAME
               WHEN 5  MOVE "DIET CHERRY COKE" TO W-POP-NAME
               WHEN 6  MOVE "SPRITE" TO W-POP-NAME
               WHEN OTHER MOVE SPACES TO W-POP-NAME
           END-EVALUATE.
