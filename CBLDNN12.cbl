       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CBLYAL12.
       AUTHOR.                 yasir ali.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      * THIS PROGRAM prints the team pace-to-goal report for one      *
      * division. the goals file holds the drive start and end dates  *
      * and each team's dollar and case goals. every posted sale on   *
      * the sales history file since the last season close-out is     *
      * bucketed by the week of its sale date, and each team's        *
      * cumulative sales are shown week by week against a             *
      * straight-line target. sales dated before the drive starts     *
      * are shown on the control counts but left out of the pace. a   *
      * summary lists each team's percent of goal, what it still has  *
      * to sell per remaining week and whether it is behind pace as   *
      * of today.                                                     *
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

           SELECT GOAL-FILE
                 ASSIGN TO GOL-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GOL-FILE-STATUS.

           SELECT SALES-HISTORY-FILE
                 ASSIGN TO SHS-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SHS-FILE-STATUS.

           SELECT PRTPACOUT
                 ASSIGN TO PRTPAC-PATH
                 ORGANIZATION IS RECORD SEQUENTIAL.

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
                 88  RUN-CLOSEOUT        VALUE 'X'.

       FD  GOAL-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 34 CHARACTERS
             DATA RECORD IS GOL-REC.

       01  GOL-REC.
             05  GOL-REC-TYPE            PIC X.
                 88  GOL-IS-DRIVE        VALUE 'D'.
                 88  GOL-IS-TEAM         VALUE 'T'.
             05  GOL-DIV                 PIC 9.
             05  GOL-TEAM                PIC X.
             05  GOL-DOLLAR-GOAL         PIC 9(7)V99.
             05  GOL-CASE-GOAL           PIC 9(6).
             05  GOL-START-DATE          PIC 9(8).
             05  GOL-END-DATE            PIC 9(8).

       FD  SALES-HISTORY-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 150 CHARACTERS
             DATA RECORD IS SHS-REC.

       01  SHS-REC.
             05  SHS-RUN-NO              PIC 9(5).
             05  SHS-BATCH-NO            PIC 9(4).
             05  SHS-REC-TYPE            PIC X.
                 88  SHS-IS-POSTED       VALUE 'S'.
                 88  SHS-IS-REVERSAL     VALUE 'V'.
             05  SHS-REV-RUN-NO          PIC 9(5).
             05  SHS-LNAME               PIC X(15).
             05  SHS-FNAME               PIC X(15).
             05  SHS-ADDRESS             PIC X(15).
             05  SHS-CITY                PIC X(10).
             05  SHS-STATE               PIC XX.
             05  SHS-ZIP                 PIC 9(9).
             05  SHS-POP-TYPE            PIC 99.
             05  SHS-NUM-CASES           PIC 99.
             05  SHS-TEAM                PIC X.
             05  SHS-SELLER-NO           PIC 9(5).
             05  SHS-TRANS-CODE          PIC X.
                 88  SHS-IS-RETURN       VALUE 'R'.
             05  SHS-SALE-DATE           PIC 9(8).
             05  SHS-SIGNED-CASES        PIC S9(3).
             05  SHS-TAXABLE             PIC S9(6)V99.
             05  SHS-TAX                 PIC S9(6)V99.
             05  SHS-DEPOSIT             PIC S9(6)V99.
             05  SHS-TOTAL               PIC S9(7)V99.
             05  SHS-COST                PIC S9(6)V99.
             05  FILLER                  PIC X(6).

       FD  PRTPACOUT
             LABEL RECORD IS OMITTED
             RECORD CONTAINS 132 CHARACTERS
             DATA RECORD IS PRTPACLINE
             LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTPACLINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-PATH-AREA.
           05 RUN-PATH        PIC X(80) VALUE 'CBLPOPRUN.DAT'.
           05 GOL-PATH        PIC X(80) VALUE 'CBLPOPGOL.DAT'.
           05 SHS-PATH        PIC X(80) VALUE 'CBLPOPSHS.DAT'.
           05 PRTPAC-PATH     PIC X(80) VALUE 'CBLPOPPAC.PRT'.

       01  PARM-AREA.
           05 PRM-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-PARMS               PIC XXX           VALUE 'YES'.
           05 W-DATA-PATH              PIC X(64)         VALUE SPACES.
           05 W-PATH-FILE              PIC X(80)         VALUE SPACES.
           05 W-PATH-BUILT             PIC X(80)         VALUE SPACES.
           05 W-DIVISION-ID            PIC 9             VALUE 1.

        01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YEAR               PIC 9(4).
               10 I-MONTH              PIC 99.
               10 I-DAY                PIC 99.
           05 I-TIME                   PIC X(11).

       01  WORK-AREA.
           05 CPCTR                    PIC 99            VALUE ZERO.
           05 RUN-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-RUNS                PIC XXX           VALUE 'YES'.
           05 W-CLOSE-RUN-NO           PIC 9(5)          VALUE ZERO.
           05 GOL-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-GOALS               PIC XXX           VALUE 'YES'.
           05 SHS-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-SHS                 PIC XXX           VALUE 'YES'.
           05 W-PACE-OK-SW             PIC XXX           VALUE 'YES'.
           05 W-DRIVE-FOUND-SW         PIC XXX           VALUE 'NO'.
           05 W-TEAM-LETTER            PIC X             VALUE SPACES.
           05 W-TEAM-IDX               PIC 9             VALUE ZERO.
           05 W-TEAM-SUB               PIC 9             VALUE ZERO.
           05 W-WEEK-SUB               PIC 99            VALUE ZERO.
           05 W-TODAY                  PIC 9(8)          VALUE ZERO.
           05 W-START-DATE             PIC 9(8)          VALUE ZERO.
           05 W-END-DATE               PIC 9(8)          VALUE ZERO.
           05 W-START-INT              PIC 9(7)          VALUE ZERO.
           05 W-END-INT                PIC 9(7)          VALUE ZERO.
           05 W-TODAY-INT              PIC 9(7)          VALUE ZERO.
           05 W-DAY-OFFSET             PIC S9(7)         VALUE ZERO.
           05 W-DRIVE-DAYS             PIC 9(5)          VALUE ZERO.
           05 W-DAYS-ELAPSED           PIC 9(5)          VALUE ZERO.
           05 W-DRIVE-WEEKS            PIC 99            VALUE ZERO.
           05 W-CURRENT-WEEK           PIC 99            VALUE ZERO.
           05 W-LAST-WEEK              PIC 99            VALUE ZERO.
           05 W-WEEKS-LEFT             PIC 99            VALUE ZERO.
           05 W-WEEK-END-INT           PIC 9(7)          VALUE ZERO.
           05 W-WEEK-END-DATE          PIC 9(8)          VALUE ZERO.
           05 W-CUM-DOLLARS            PIC S9(8)V99      VALUE ZERO.
           05 W-CUM-CASES              PIC S9(7)         VALUE ZERO.
           05 W-TARGET-DOLLARS         PIC S9(8)V99      VALUE ZERO.
           05 W-TARGET-CASES           PIC S9(7)         VALUE ZERO.
           05 W-NEED-DOLLARS           PIC S9(8)V99      VALUE ZERO.
           05 W-NEED-CASES             PIC S9(7)         VALUE ZERO.
           05 W-PCT                    PIC S9(4)V9       VALUE ZERO.
           05 W-SHS-READ-CTR           PIC 9(7)          VALUE ZERO.
           05 W-SHS-PRIOR-CTR          PIC 9(7)          VALUE ZERO.
           05 W-SHS-EARLY-CTR          PIC 9(7)          VALUE ZERO.
           05 W-SHS-LATE-CTR           PIC 9(7)          VALUE ZERO.
           05 W-SHS-NOTEAM-CTR         PIC 9(7)          VALUE ZERO.
           05 W-DATE-EDIT.
               10 W-DATE-YYYY          PIC 9(4).
               10 W-DATE-MM            PIC 99.
               10 W-DATE-DD            PIC 99.
           05 W-DATE-OUT.
               10 W-OUT-MM             PIC 99.
               10 FILLER               PIC X             VALUE '/'.
               10 W-OUT-DD             PIC 99.
               10 FILLER               PIC X             VALUE '/'.
               10 W-OUT-YYYY           PIC 9(4).

       01  TEAM-TABLE-AREA.
           05 W-TEAM-ENTRY OCCURS 5 TIMES.
               10 W-TM-GOAL-SW         PIC X.
               10 W-TM-DOLLAR-GOAL     PIC 9(7)V99.
               10 W-TM-CASE-GOAL       PIC 9(6).
               10 W-TM-SALES           PIC S9(8)V99.
               10 W-TM-CASES           PIC S9(7).
               10 W-TM-WEEK OCCURS 26 TIMES.
                   15 W-TM-WK-SALES    PIC S9(8)V99.
                   15 W-TM-WK-CASES    PIC S9(7).

       01  DIV-TOTAL-AREA.
           05 W-DIV-DOLLAR-GOAL        PIC 9(8)V99       VALUE ZERO.
           05 W-DIV-CASE-GOAL          PIC 9(7)          VALUE ZERO.
           05 W-DIV-SALES              PIC S9(8)V99      VALUE ZERO.
           05 W-DIV-CASES              PIC S9(7)         VALUE ZERO.

       01 PAC-TITLE-LINE.
           05 FILLER                  PIC X(6)            VALUE
                                                          "DATE: ".
           05 O-MONTH                 PIC 99.
           05 FILLER                  PIC X               VALUE "/".
           05 O-DAY                   PIC 99.
           05 FILLER                  PIC X               VALUE "/".
           05 O-YEAR                  PIC 9(4).
           05 FILLER                  PIC X(36)           VALUE SPACES.
           05 FILLER                  PIC X(28)           VALUE
                                   'ALBIA SOCCER CLUB FUNDRAISER'.
           05 FILLER                  PIC X(44)           VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                          'PAGE: '.
           05 O-PCTR                  PIC Z9.

       01 PAC-TITLE-LINE1.
           05 FILLER                  PIC X(52)           VALUE SPACES.
           05 FILLER                  PIC X(24)           VALUE
                                   'TEAM PACE TO GOAL REPORT'.
           05 FILLER                  PIC X(56)           VALUE SPACES.

       01 PAC-TITLE-LINE2.
           05 FILLER                  PIC X(8)            VALUE
                                       'COBYAL12'.
           05 FILLER                  PIC X(124)          VALUE SPACES.

       01 PAC-DRIVE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'DIVISION: '.
           05 O-DRV-DIV               PIC 9.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'DRIVE: '.
           05 O-DRV-START             PIC X(10).
           05 FILLER                  PIC X(6)            VALUE
                                                       ' THRU '.
           05 O-DRV-END               PIC X(10).
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'WEEK '.
           05 O-DRV-CUR-WEEK          PIC Z9.
           05 FILLER                  PIC X(4)            VALUE ' OF '.
           05 O-DRV-WEEKS             PIC Z9.
           05 FILLER                  PIC X(62)           VALUE SPACES.

       01 PAC-REFUSE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(18)           VALUE
                                           'PACE RUN REFUSED -'.
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-REFUSE-REASON         PIC X(50).
           05 FILLER                  PIC X(60)           VALUE SPACES.

       01 PAC-SECTION-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-PAC-SECTION           PIC X(60).
           05 FILLER                  PIC X(69)           VALUE SPACES.

       01 TEAM-GOAL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'TEAM '.
           05 O-TG-TEAM               PIC X.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(13)           VALUE
                                                'DOLLAR GOAL: '.
           05 O-TG-DOLLAR-GOAL        PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(11)           VALUE
                                                  'CASE GOAL: '.
           05 O-TG-CASE-GOAL          PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(69)           VALUE SPACES.

       01 WEEK-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'WEEK'.
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'WEEK ENDS '.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(14)           VALUE
                                               '    WEEK SALES'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(14)           VALUE
                                               '     CUM SALES'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(13)           VALUE
                                                ' SALES TARGET'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     'WK CASES'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     'CUM CASE'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'CS TRGT'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'PACE'.
           05 FILLER                  PIC X(31)           VALUE SPACES.

       01 WEEK-DETAIL-LINE.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-WK-NO                 PIC Z9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-WK-ENDING             PIC X(10).
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-WK-SALES              PIC $$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-WK-CUM                PIC $$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-WK-TARGET             PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-WK-CASES              PIC ZZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-WK-CUM-CASES          PIC ZZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-WK-CASE-TARGET        PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-WK-FLAG               PIC X(12).
           05 FILLER                  PIC X(23)           VALUE SPACES.

       01 NO-GOAL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'TEAM '.
           05 O-NG-TEAM               PIC X.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(33)           VALUE
                               'NO GOAL ON FILE FOR THIS DIVISION'.
           05 FILLER                  PIC X(85)           VALUE SPACES.

       01 SUM-HEADING-LINE.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'TEAM '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(13)           VALUE
                                                '  DOLLAR GOAL'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(14)           VALUE
                                               '  SALES TO DTE'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(13)           VALUE
                                                ' TARGET TODAY'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      '$ PCT  '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     '   CASES'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'CS GOAL'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'CS PCT '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(2)            VALUE 'WL'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(13)           VALUE
                                                ' $ NEEDED/WK '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'CS/WK  '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(11)           VALUE
                                                  'PACE       '.
           05 FILLER                  PIC X(1)            VALUE SPACES.

       01 SUM-DETAIL-LINE.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-TEAM               PIC X(5).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-GOAL               PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-SALES              PIC $$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-TARGET             PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-PCT                PIC ZZZ9.9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-CASES              PIC ZZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-CASE-GOAL          PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-CASE-PCT           PIC ZZZ9.9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-WEEKS-LEFT         PIC Z9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-NEED               PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-NEED-CASES         PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PS-FLAG               PIC X(11).
           05 FILLER                  PIC X(1)            VALUE SPACES.

       01 SUM-CTR-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-SUM-LABEL             PIC X(40).
           05 O-SUM-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(80)           VALUE SPACES.

       PROCEDURE DIVISION.
       0000-COBYAL12.
           PERFORM 1000-INIT.
           PERFORM 2000-VERIFY.
           IF W-PACE-OK-SW = 'YES'
               PERFORM 3000-LOAD-SALES
               PERFORM 4000-TEAM-WEEKS
               PERFORM 5000-PACE-SUMMARY
               PERFORM 6000-CONTROL-COUNTS
           END-IF.
           CLOSE PRTPACOUT.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MONTH        TO O-MONTH.
           MOVE I-DAY          TO O-DAY.
           MOVE I-YEAR         TO O-YEAR.
           MOVE I-DATE         TO W-TODAY.
           PERFORM 1300-READ-PARM-FILE.
           PERFORM 1350-BUILD-PATHS.
           OPEN OUTPUT PRTPACOUT.
           PERFORM 9100-HEADING.
           PERFORM VARYING W-TEAM-SUB FROM 1 BY 1
               UNTIL W-TEAM-SUB > 5
               MOVE 'N' TO W-TM-GOAL-SW(W-TEAM-SUB)
               MOVE 0   TO W-TM-DOLLAR-GOAL(W-TEAM-SUB)
               MOVE 0   TO W-TM-CASE-GOAL(W-TEAM-SUB)
               MOVE 0   TO W-TM-SALES(W-TEAM-SUB)
               MOVE 0   TO W-TM-CASES(W-TEAM-SUB)
               PERFORM VARYING W-WEEK-SUB FROM 1 BY 1
                   UNTIL W-WEEK-SUB > 26
                   MOVE 0 TO W-TM-WK-SALES(W-TEAM-SUB, W-WEEK-SUB)
                   MOVE 0 TO W-TM-WK-CASES(W-TEAM-SUB, W-WEEK-SUB)
               END-PERFORM
           END-PERFORM.
           PERFORM 1500-LOAD-GOALS.
           PERFORM 1600-READ-RUN-CONTROL.

       1300-READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF PRM-FILE-STATUS = '00'
               PERFORM UNTIL MORE-PARMS = 'NO'
                   READ PARM-FILE
                       AT END
                           MOVE 'NO' TO MORE-PARMS
                       NOT AT END
                           PERFORM 1310-APPLY-PARM
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE.

       1310-APPLY-PARM.
           EVALUATE PRM-KEYWORD
               WHEN 'DIVISION'
                   IF PRM-VALUE(1:1) NUMERIC
                       MOVE PRM-VALUE(1:1) TO W-DIVISION-ID
                   END-IF
               WHEN 'DATAPATH'
                   MOVE PRM-VALUE TO W-DATA-PATH
           END-EVALUATE.

       1350-BUILD-PATHS.
           IF W-DATA-PATH NOT = SPACES
               MOVE RUN-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO RUN-PATH
               MOVE GOL-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO GOL-PATH
               MOVE SHS-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO SHS-PATH
               MOVE PRTPAC-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO PRTPAC-PATH
           END-IF.

       1360-PREFIX-PATH.
           MOVE SPACES TO W-PATH-BUILT.
           STRING FUNCTION TRIM(W-DATA-PATH)  DELIMITED BY SIZE
                  FUNCTION TRIM(W-PATH-FILE)  DELIMITED BY SIZE
               INTO W-PATH-BUILT.

       1500-LOAD-GOALS.
           OPEN INPUT GOAL-FILE.
           IF GOL-FILE-STATUS = '00'
               PERFORM UNTIL MORE-GOALS = 'NO'
                   READ GOAL-FILE
                       AT END
                           MOVE 'NO' TO MORE-GOALS
                       NOT AT END
                           PERFORM 1510-POST-GOAL
                   END-READ
               END-PERFORM
               CLOSE GOAL-FILE
           END-IF.

       1510-POST-GOAL.
           IF GOL-IS-DRIVE
               AND GOL-START-DATE NUMERIC
               AND GOL-END-DATE NUMERIC
               MOVE 'YES'          TO W-DRIVE-FOUND-SW
               MOVE GOL-START-DATE TO W-START-DATE
               MOVE GOL-END-DATE   TO W-END-DATE
           END-IF.
           IF GOL-IS-TEAM
               AND GOL-DIV = W-DIVISION-ID
               MOVE GOL-TEAM TO W-TEAM-LETTER
               PERFORM 9300-TEAM-TO-IDX
               IF W-TEAM-IDX > 0
                   MOVE 'Y' TO W-TM-GOAL-SW(W-TEAM-IDX)
                   IF GOL-DOLLAR-GOAL NUMERIC
                       MOVE GOL-DOLLAR-GOAL
                           TO W-TM-DOLLAR-GOAL(W-TEAM-IDX)
                   END-IF
                   IF GOL-CASE-GOAL NUMERIC
                       MOVE GOL-CASE-GOAL
                           TO W-TM-CASE-GOAL(W-TEAM-IDX)
                   END-IF
               END-IF
           END-IF.

       1600-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF RUN-FILE-STATUS = '00'
               PERFORM UNTIL MORE-RUNS = 'NO'
                   READ RUNCTL-FILE
                       AT END
                           MOVE 'NO' TO MORE-RUNS
                       NOT AT END
                           IF RUN-CLOSEOUT
                               MOVE RUN-NUMBER TO W-CLOSE-RUN-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

       2000-VERIFY.
           IF GOL-FILE-STATUS NOT = '00'
               MOVE 'NO TEAM GOALS FILE' TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           END-IF.
           IF W-PACE-OK-SW = 'YES'
               AND W-DRIVE-FOUND-SW = 'NO'
               MOVE 'NO DRIVE DATES RECORD ON THE GOALS FILE'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           END-IF.
           IF W-PACE-OK-SW = 'YES'
               AND W-END-DATE < W-START-DATE
               MOVE 'DRIVE END DATE IS BEFORE THE START DATE'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           END-IF.
           IF W-PACE-OK-SW = 'YES'
               PERFORM 2100-DRIVE-WEEKS
               IF W-DRIVE-DAYS > 182
                   MOVE 'DRIVE IS LONGER THAN 26 WEEKS'
                       TO O-REFUSE-REASON
                   PERFORM 2050-REFUSE
               ELSE
                   WRITE PRTPACLINE
                      FROM PAC-DRIVE-LINE
                         AFTER ADVANCING 2 LINES
               END-IF
           END-IF.

       2050-REFUSE.
           MOVE 'NO' TO W-PACE-OK-SW.
           WRITE PRTPACLINE
              FROM PAC-REFUSE-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       2100-DRIVE-WEEKS.
           COMPUTE W-START-INT = FUNCTION INTEGER-OF-DATE(W-START-DATE).
           COMPUTE W-END-INT   = FUNCTION INTEGER-OF-DATE(W-END-DATE).
           COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY).
           COMPUTE W-DRIVE-DAYS = W-END-INT - W-START-INT + 1.
           DIVIDE 7 INTO W-DRIVE-DAYS GIVING W-DRIVE-WEEKS.
           IF W-DRIVE-WEEKS * 7 < W-DRIVE-DAYS
               ADD 1 TO W-DRIVE-WEEKS
           END-IF.
           EVALUATE TRUE
               WHEN W-TODAY-INT < W-START-INT
                   MOVE 0 TO W-CURRENT-WEEK
                   MOVE 0 TO W-LAST-WEEK
                   MOVE 0 TO W-DAYS-ELAPSED
                   MOVE W-DRIVE-WEEKS TO W-WEEKS-LEFT
               WHEN W-TODAY-INT > W-END-INT
                   MOVE W-DRIVE-WEEKS TO W-CURRENT-WEEK
                   MOVE W-DRIVE-WEEKS TO W-LAST-WEEK
                   MOVE W-DRIVE-DAYS  TO W-DAYS-ELAPSED
                   MOVE 0 TO W-WEEKS-LEFT
               WHEN OTHER
                   COMPUTE W-DAYS-ELAPSED =
                       W-TODAY-INT - W-START-INT + 1
                   COMPUTE W-CURRENT-WEEK =
                       (W-TODAY-INT - W-START-INT) / 7 + 1
                   MOVE W-CURRENT-WEEK TO W-LAST-WEEK
                   COMPUTE W-WEEKS-LEFT =
                       W-DRIVE-WEEKS - W-CURRENT-WEEK + 1
           END-EVALUATE.
           MOVE W-DIVISION-ID  TO O-DRV-DIV.
           MOVE W-START-DATE   TO W-DATE-EDIT.
           PERFORM 9400-FORMAT-DATE.
           MOVE W-DATE-OUT     TO O-DRV-START.
           MOVE W-END-DATE     TO W-DATE-EDIT.
           PERFORM 9400-FORMAT-DATE.
           MOVE W-DATE-OUT     TO O-DRV-END.
           MOVE W-CURRENT-WEEK TO O-DRV-CUR-WEEK.
           MOVE W-DRIVE-WEEKS  TO O-DRV-WEEKS.

       3000-LOAD-SALES.
           OPEN INPUT SALES-HISTORY-FILE.
           IF SHS-FILE-STATUS = '00'
               PERFORM UNTIL MORE-SHS = 'NO'
                   READ SALES-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO MORE-SHS
                       NOT AT END
                           PERFORM 3050-POST-SALE
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF.

       3050-POST-SALE.
           ADD 1 TO W-SHS-READ-CTR.
           MOVE SHS-TEAM TO W-TEAM-LETTER.
           PERFORM 9300-TEAM-TO-IDX.
           IF SHS-RUN-NO NOT > W-CLOSE-RUN-NO
               ADD 1 TO W-SHS-PRIOR-CTR
           ELSE
               IF W-TEAM-IDX = 0
                   OR SHS-SALE-DATE NOT NUMERIC
                   ADD 1 TO W-SHS-NOTEAM-CTR
               ELSE
                   PERFORM 3100-BUCKET-SALE
               END-IF
           END-IF.

       3100-BUCKET-SALE.
           COMPUTE W-DAY-OFFSET =
               FUNCTION INTEGER-OF-DATE(SHS-SALE-DATE)
               - W-START-INT.
           EVALUATE TRUE
               WHEN W-DAY-OFFSET < 0
                   ADD 1 TO W-SHS-EARLY-CTR
                   MOVE 0 TO W-WEEK-SUB
               WHEN W-DAY-OFFSET NOT < W-DRIVE-DAYS
                   ADD 1 TO W-SHS-LATE-CTR
                   MOVE W-DRIVE-WEEKS TO W-WEEK-SUB
               WHEN OTHER
                   COMPUTE W-WEEK-SUB = W-DAY-OFFSET / 7 + 1
           END-EVALUATE.
           IF W-WEEK-SUB > 0
               ADD SHS-TOTAL
                   TO W-TM-WK-SALES(W-TEAM-IDX, W-WEEK-SUB)
               ADD SHS-SIGNED-CASES
                   TO W-TM-WK-CASES(W-TEAM-IDX, W-WEEK-SUB)
               ADD SHS-TOTAL        TO W-TM-SALES(W-TEAM-IDX)
               ADD SHS-SIGNED-CASES TO W-TM-CASES(W-TEAM-IDX)
           END-IF.

       4000-TEAM-WEEKS.
           PERFORM VARYING W-TEAM-SUB FROM 1 BY 1
               UNTIL W-TEAM-SUB > 5
               MOVE W-TEAM-SUB TO W-TEAM-IDX
               PERFORM 9310-IDX-TO-TEAM-LETTER
               IF W-TM-GOAL-SW(W-TEAM-SUB) = 'Y'
                   PERFORM 4100-TEAM-SECTION
               ELSE
                   MOVE W-TEAM-LETTER TO O-NG-TEAM
                   WRITE PRTPACLINE
                      FROM NO-GOAL-LINE
                         AFTER ADVANCING 3 LINES
                            AT EOP
                               PERFORM 9100-HEADING
               END-IF
           END-PERFORM.

       4100-TEAM-SECTION.
           MOVE W-TEAM-LETTER                TO O-TG-TEAM.
           MOVE W-TM-DOLLAR-GOAL(W-TEAM-SUB) TO O-TG-DOLLAR-GOAL.
           MOVE W-TM-CASE-GOAL(W-TEAM-SUB)   TO O-TG-CASE-GOAL.
           IF LINAGE-COUNTER > 40
               PERFORM 9100-HEADING
           END-IF.
           PERFORM 9110-TEAM-HEADING.
           MOVE 0 TO W-CUM-DOLLARS.
           MOVE 0 TO W-CUM-CASES.
           PERFORM VARYING W-WEEK-SUB FROM 1 BY 1
               UNTIL W-WEEK-SUB > W-LAST-WEEK
               PERFORM 4150-WEEK-LINE
           END-PERFORM.

       4150-WEEK-LINE.
           ADD W-TM-WK-SALES(W-TEAM-SUB, W-WEEK-SUB) TO W-CUM-DOLLARS.
           ADD W-TM-WK-CASES(W-TEAM-SUB, W-WEEK-SUB) TO W-CUM-CASES.
           COMPUTE W-TARGET-DOLLARS ROUNDED =
               W-TM-DOLLAR-GOAL(W-TEAM-SUB) * W-WEEK-SUB
               / W-DRIVE-WEEKS.
           COMPUTE W-TARGET-CASES ROUNDED =
               W-TM-CASE-GOAL(W-TEAM-SUB) * W-WEEK-SUB
               / W-DRIVE-WEEKS.
           COMPUTE W-WEEK-END-INT = W-START-INT + W-WEEK-SUB * 7 - 1.
           IF W-WEEK-END-INT > W-END-INT
               MOVE W-END-INT TO W-WEEK-END-INT
           END-IF.
           COMPUTE W-WEEK-END-DATE =
               FUNCTION DATE-OF-INTEGER(W-WEEK-END-INT).
           MOVE W-WEEK-END-DATE TO W-DATE-EDIT.
           PERFORM 9400-FORMAT-DATE.
           MOVE W-WEEK-SUB                          TO O-WK-NO.
           MOVE W-DATE-OUT                          TO O-WK-ENDING.
           MOVE W-TM-WK-SALES(W-TEAM-SUB, W-WEEK-SUB) TO O-WK-SALES.
           MOVE W-CUM-DOLLARS                       TO O-WK-CUM.
           MOVE W-TARGET-DOLLARS                    TO O-WK-TARGET.
           MOVE W-TM-WK-CASES(W-TEAM-SUB, W-WEEK-SUB) TO O-WK-CASES.
           MOVE W-CUM-CASES                         TO O-WK-CUM-CASES.
           MOVE W-TARGET-CASES                      TO O-WK-CASE-TARGET.
           EVALUATE TRUE
               WHEN W-WEEK-END-INT NOT < W-TODAY-INT
                   AND W-TODAY-INT NOT > W-END-INT
                   MOVE 'IN PROGRESS' TO O-WK-FLAG
               WHEN W-CUM-DOLLARS < W-TARGET-DOLLARS
                   OR W-CUM-CASES < W-TARGET-CASES
                   MOVE 'BEHIND' TO O-WK-FLAG
               WHEN OTHER
                   MOVE 'ON PACE' TO O-WK-FLAG
           END-EVALUATE.
           WRITE PRTPACLINE
              FROM WEEK-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9110-TEAM-HEADING.

       5000-PACE-SUMMARY.
           MOVE 'PACE TO GOAL SUMMARY BY TEAM' TO O-PAC-SECTION.
           IF LINAGE-COUNTER > 40
               PERFORM 9100-HEADING
           END-IF.
           PERFORM 9120-SUMMARY-HEADING.
           PERFORM VARYING W-TEAM-SUB FROM 1 BY 1
               UNTIL W-TEAM-SUB > 5
               IF W-TM-GOAL-SW(W-TEAM-SUB) = 'Y'
                   MOVE W-TEAM-SUB TO W-TEAM-IDX
                   PERFORM 9310-IDX-TO-TEAM-LETTER
                   MOVE W-TEAM-LETTER TO O-PS-TEAM
                   MOVE W-TM-DOLLAR-GOAL(W-TEAM-SUB)
                       TO W-DIV-DOLLAR-GOAL
                   MOVE W-TM-CASE-GOAL(W-TEAM-SUB) TO W-DIV-CASE-GOAL
                   MOVE W-TM-SALES(W-TEAM-SUB)     TO W-DIV-SALES
                   MOVE W-TM-CASES(W-TEAM-SUB)     TO W-DIV-CASES
                   PERFORM 5100-PACE-LINE
               END-IF
           END-PERFORM.
           MOVE 0 TO W-DIV-DOLLAR-GOAL.
           MOVE 0 TO W-DIV-CASE-GOAL.
           MOVE 0 TO W-DIV-SALES.
           MOVE 0 TO W-DIV-CASES.
           PERFORM VARYING W-TEAM-SUB FROM 1 BY 1
               UNTIL W-TEAM-SUB > 5
               IF W-TM-GOAL-SW(W-TEAM-SUB) = 'Y'
                   ADD W-TM-DOLLAR-GOAL(W-TEAM-SUB)
                       TO W-DIV-DOLLAR-GOAL
                   ADD W-TM-CASE-GOAL(W-TEAM-SUB) TO W-DIV-CASE-GOAL
                   ADD W-TM-SALES(W-TEAM-SUB)     TO W-DIV-SALES
                   ADD W-TM-CASES(W-TEAM-SUB)     TO W-DIV-CASES
               END-IF
           END-PERFORM.
           MOVE 'TOTAL' TO O-PS-TEAM.
           PERFORM 5100-PACE-LINE.

       5100-PACE-LINE.
           COMPUTE W-TARGET-DOLLARS ROUNDED =
               W-DIV-DOLLAR-GOAL * W-DAYS-ELAPSED / W-DRIVE-DAYS.
           COMPUTE W-TARGET-CASES ROUNDED =
               W-DIV-CASE-GOAL * W-DAYS-ELAPSED / W-DRIVE-DAYS.
           MOVE W-DIV-DOLLAR-GOAL TO O-PS-GOAL.
           MOVE W-DIV-SALES       TO O-PS-SALES.
           MOVE W-TARGET-DOLLARS  TO O-PS-TARGET.
           MOVE W-DIV-CASES       TO O-PS-CASES.
           MOVE W-DIV-CASE-GOAL   TO O-PS-CASE-GOAL.
           MOVE W-WEEKS-LEFT      TO O-PS-WEEKS-LEFT.
           MOVE 0 TO W-PCT.
           IF W-DIV-DOLLAR-GOAL > 0
               COMPUTE W-PCT ROUNDED =
                   W-DIV-SALES * 100 / W-DIV-DOLLAR-GOAL
           END-IF.
           MOVE W-PCT TO O-PS-PCT.
           MOVE 0 TO W-PCT.
           IF W-DIV-CASE-GOAL > 0
               COMPUTE W-PCT ROUNDED =
                   W-DIV-CASES * 100 / W-DIV-CASE-GOAL
           END-IF.
           MOVE W-PCT TO O-PS-CASE-PCT.
           COMPUTE W-NEED-DOLLARS = W-DIV-DOLLAR-GOAL - W-DIV-SALES.
           COMPUTE W-NEED-CASES   = W-DIV-CASE-GOAL - W-DIV-CASES.
           IF W-NEED-DOLLARS < 0
               MOVE 0 TO W-NEED-DOLLARS
           END-IF.
           IF W-NEED-CASES < 0
               MOVE 0 TO W-NEED-CASES
           END-IF.
           IF W-WEEKS-LEFT > 0
               COMPUTE W-NEED-DOLLARS ROUNDED =
                   W-NEED-DOLLARS / W-WEEKS-LEFT
               COMPUTE W-NEED-CASES =
                   (W-NEED-CASES + W-WEEKS-LEFT - 1) / W-WEEKS-LEFT
           END-IF.
           MOVE W-NEED-DOLLARS TO O-PS-NEED.
           MOVE W-NEED-CASES   TO O-PS-NEED-CASES.
           EVALUATE TRUE
               WHEN W-DIV-SALES NOT < W-DIV-DOLLAR-GOAL
                   AND W-DIV-CASES NOT < W-DIV-CASE-GOAL
                   MOVE 'GOAL MADE' TO O-PS-FLAG
               WHEN W-WEEKS-LEFT = 0
                   MOVE 'GOAL MISSED' TO O-PS-FLAG
               WHEN W-DIV-SALES < W-TARGET-DOLLARS
                   OR W-DIV-CASES < W-TARGET-CASES
                   MOVE 'BEHIND PACE' TO O-PS-FLAG
               WHEN OTHER
                   MOVE 'ON PACE' TO O-PS-FLAG
           END-EVALUATE.
           WRITE PRTPACLINE
              FROM SUM-DETAIL-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9120-SUMMARY-HEADING.

       6000-CONTROL-COUNTS.
           MOVE 'SALES HISTORY CONTROL COUNTS' TO O-PAC-SECTION.
           WRITE PRTPACLINE
              FROM PAC-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           MOVE 'SALES HISTORY RECORDS READ'       TO O-SUM-LABEL.
           MOVE W-SHS-READ-CTR                     TO O-SUM-COUNT.
           PERFORM 6100-COUNT-LINE.
           MOVE 'BEFORE LAST CLOSE-OUT - NOT COUNTED' TO O-SUM-LABEL.
           MOVE W-SHS-PRIOR-CTR                    TO O-SUM-COUNT.
           PERFORM 6100-COUNT-LINE.
           MOVE 'DATED BEFORE DRIVE - NOT COUNTED'  TO O-SUM-LABEL.
           MOVE W-SHS-EARLY-CTR                    TO O-SUM-COUNT.
           PERFORM 6100-COUNT-LINE.
           MOVE 'DATED AFTER DRIVE - COUNTED LAST WEEK'
               TO O-SUM-LABEL.
           MOVE W-SHS-LATE-CTR                     TO O-SUM-COUNT.
           PERFORM 6100-COUNT-LINE.
           MOVE 'NO TEAM OR SALE DATE - NOT COUNTED' TO O-SUM-LABEL.
           MOVE W-SHS-NOTEAM-CTR                   TO O-SUM-COUNT.
           PERFORM 6100-COUNT-LINE.

       6100-COUNT-LINE.
           WRITE PRTPACLINE
              FROM SUM-CTR-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       9100-HEADING.
           ADD 1 TO CPCTR.
           MOVE CPCTR TO O-PCTR.
           WRITE PRTPACLINE
             FROM PAC-TITLE-LINE
                AFTER ADVANCING PAGE.
           WRITE PRTPACLINE
              FROM PAC-TITLE-LINE2
                 AFTER ADVANCING 1 LINES.
           WRITE PRTPACLINE
              FROM PAC-TITLE-LINE1
                 AFTER ADVANCING 1 LINES.
           IF W-DRIVE-WEEKS > 0
               WRITE PRTPACLINE
                  FROM PAC-DRIVE-LINE
                     AFTER ADVANCING 2 LINES
           END-IF.

       9110-TEAM-HEADING.
           WRITE PRTPACLINE
              FROM TEAM-GOAL-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           WRITE PRTPACLINE
              FROM WEEK-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9120-SUMMARY-HEADING.
           WRITE PRTPACLINE
              FROM PAC-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           WRITE PRTPACLINE
              FROM SUM-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9300-TEAM-TO-IDX.
           EVALUATE W-TEAM-LETTER
               WHEN 'A'  MOVE 1 TO W-TEAM-IDX
               WHEN 'B'  MOVE 2 TO W-TEAM-IDX
               WHEN 'C'  MOVE 3 TO W-TEAM-IDX
               WHEN 'D'  MOVE 4 TO W-TEAM-IDX
               WHEN 'E'  MOVE 5 TO W-TEAM-IDX
               WHEN OTHER MOVE 0 TO W-TEAM-IDX
           END-EVALUATE.

       9310-IDX-TO-TEAM-LETTER.
           EVALUATE W-TEAM-IDX
               WHEN 1  MOVE 'A' TO W-TEAM-LETTER
               WHEN 2  MOVE 'B' TO W-TEAM-LETTER
               WHEN 3  MOVE 'C' TO W-TEAM-LETTER
               WHEN 4  MOVE 'D' TO W-TEAM-LETTER
               WHEN 5  MOVE 'E' TO W-TEAM-LETTER
           END-EVALUATE.

       9400-FORMAT-DATE.
           MOVE W-DATE-MM   TO W-OUT-MM.
           MOVE W-DATE-DD   TO W-OUT-DD.
           MOVE W-DATE-YYYY TO W-OUT-YYYY.
