                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS HST-FILE-STATUS.

           SELECT GOAL-FILE
                 ASSIGN TO "C:\Users\Owner\Desktop\cobol\CBLPOPGOL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GOL-FILE-STATUS.

           SELECT DIV1-PROFIT
                 ASSIGN TO "C:\Users\Owner\Desktop\cobol\CBLPOPGP1.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GP1-FILE-STATUS.

           SELECT DIV2-PROFIT
                 ASSIGN TO "C:\Users\Owner\Desktop\cobol\CBLPOPGP2.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GP2-FILE-STATUS.

           SELECT DIV3-PROFIT
                 ASSIGN TO "C:\Users\Owner\Desktop\cobol\CBLPOPGP3.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GP3-FILE-STATUS.

           SELECT DIV4-PROFIT
                 ASSIGN TO "C:\Users\Owner\Desktop\cobol\CBLPOPGP4.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GP4-FILE-STATUS.

           SELECT DIV5-PROFIT
                 ASSIGN TO "C:\Users\Owner\Desktop\cobol\CBLPOPGP5.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GP5-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 HST-SALES                PIC S9(8)V99.
           05 HST-FLAG                 PIC X(8).

       FD  GOAL-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 34 CHARACTERS
             DATA RECORD IS GOL-REC.

       01  GOL-REC.
           05 GOL-REC-TYPE             PIC X.
               88 GOL-IS-DRIVE         VALUE 'D'.
               88 GOL-IS-TEAM          VALUE 'T'.
           05 GOL-DIV                  PIC 9.
           05 GOL-TEAM                 PIC X.
           05 GOL-DOLLAR-GOAL          PIC 9(7)V99.
           05 GOL-CASE-GOAL            PIC 9(6).
           05 GOL-START-DATE           PIC 9(8).
           05 GOL-END-DATE             PIC 9(8).

       FD  DIV1-PROFIT
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 293 CHARACTERS
             DATA RECORD IS GP1-REC.

       01  GP1-REC                   PIC X(293).

       FD  DIV2-PROFIT
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 293 CHARACTERS
             DATA RECORD IS GP2-REC.

       01  GP2-REC                   PIC X(293).

       FD  DIV3-PROFIT
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 293 CHARACTERS
             DATA RECORD IS GP3-REC.

       01  GP3-REC                   PIC X(293).

       FD  DIV4-PROFIT
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 293 CHARACTERS
             DATA RECORD IS GP4-REC.

       01  GP4-REC                   PIC X(293).

       FD  DIV5-PROFIT
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 293 CHARACTERS
             DATA RECORD IS GP5-REC.

       01  GP5-REC                   PIC X(293).

       WORKING-STORAGE SECTION.
        01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
           05 W-STD-RUN-DATE           PIC 9(8).
           05 W-STD-RUN-NO             PIC 9(5).

       01  W-GPM-REC.
           05 W-GPM-POP-ENTRY OCCURS 6 TIMES.
               10 W-GPM-POP-CASES      PIC S9(7).
               10 W-GPM-POP-SALES      PIC S9(7)V99.
               10 W-GPM-POP-COST       PIC S9(7)V99.
           05 W-GPM-TEAM-ENTRY OCCURS 5 TIMES.
               10 W-GPM-TEAM-CASES     PIC S9(7).
               10 W-GPM-TEAM-SALES     PIC S9(7)V99.
               10 W-GPM-TEAM-COST      PIC S9(7)V99.
           05 W-GPM-NOCOST-CTR         PIC 9(5).
           05 W-GPM-RUN-DATE           PIC 9(8).
           05 W-GPM-RUN-NO             PIC 9(5).

       01  WORK-AREA.
           05 CPCTR                    PIC 99            VALUE ZERO.
           05 DIV1-FILE-STATUS         PIC XX            VALUE '00'.
           05 W-TRD-CHANGE             PIC S9(8)V99      VALUE ZERO.
           05 W-TRD-PCT                PIC S9(3)V9       VALUE ZERO.
           05 CWK-SUB                  PIC 9(3)          VALUE ZERO.
           05 GOL-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-GOALS               PIC XXX           VALUE 'YES'.
           05 W-DRIVE-FOUND-SW         PIC XXX           VALUE 'NO'.
           05 W-START-DATE             PIC 9(8)          VALUE ZERO.
           05 W-END-DATE               PIC 9(8)          VALUE ZERO.
           05 W-START-INT              PIC 9(7)          VALUE ZERO.
           05 W-END-INT                PIC 9(7)          VALUE ZERO.
           05 W-TODAY-INT              PIC 9(7)          VALUE ZERO.
           05 W-DRIVE-DAYS             PIC 9(5)          VALUE ZERO.
           05 W-DAYS-ELAPSED           PIC 9(5)          VALUE ZERO.
           05 W-DRIVE-WEEKS            PIC 99            VALUE ZERO.
           05 W-CURRENT-WEEK           PIC 99            VALUE ZERO.
           05 W-WEEKS-LEFT             PIC 99            VALUE ZERO.
           05 W-PACE-GOAL              PIC 9(8)V99       VALUE ZERO.
           05 W-PACE-CASE-GOAL         PIC 9(7)          VALUE ZERO.
           05 W-PACE-SALES             PIC S9(8)V99      VALUE ZERO.
           05 W-PACE-CASES             PIC S9(8)V99      VALUE ZERO.
           05 W-PACE-TARGET            PIC S9(8)V99      VALUE ZERO.
           05 W-PACE-CASE-TARGET       PIC S9(7)         VALUE ZERO.
           05 W-PACE-NEED              PIC S9(8)V99      VALUE ZERO.
           05 W-PACE-NEED-CASES        PIC S9(8)         VALUE ZERO.
           05 W-PACE-PCT               PIC S9(4)V9       VALUE ZERO.
           05 GP1-FILE-STATUS          PIC XX            VALUE '00'.
           05 GP2-FILE-STATUS          PIC XX            VALUE '00'.
           05 GP3-FILE-STATUS          PIC XX            VALUE '00'.
           05 GP4-FILE-STATUS          PIC XX            VALUE '00'.
           05 GP5-FILE-STATUS          PIC XX            VALUE '00'.
           05 GP-SUB                   PIC 9             VALUE ZERO.
           05 W-GP-CASES               PIC S9(8)         VALUE ZERO.
           05 W-GP-SALES               PIC S9(8)V99      VALUE ZERO.
           05 W-GP-COST                PIC S9(8)V99      VALUE ZERO.
           05 W-GP-MARGIN              PIC S9(8)V99      VALUE ZERO.
           05 W-GP-PCT                 PIC S9(3)V9       VALUE ZERO.
           05 W-GP-TEAM-LABEL.
               10 FILLER               PIC X(5)          VALUE 'TEAM '.
               10 W-GP-TEAM-LETTER     PIC X             VALUE SPACE.

       01  HISTORY-TABLE-AREA.
           05 PRIOR-ENTRY OCCURS 5 TIMES.
               10 DIV-RUN-NO           PIC 9(5).
               10 DIV-SALES            PIC S9(8)V99.
               10 DIV-FLAG             PIC X(8).
               10 DIV-DOLLAR-GOAL      PIC 9(8)V99.
               10 DIV-CASE-GOAL        PIC 9(7).
               10 DIV-CASES            PIC S9(8)V99.
               10 DIV-GP-CASES         PIC S9(8).
               10 DIV-GP-SALES         PIC S9(8)V99.
               10 DIV-GP-COST          PIC S9(8)V99.
               10 DIV-GP-FLAG          PIC X(8).

       01  CLUB-TOTALS-AREA.
           05 CLUB-POP-CTR OCCURS 6 TIMES
           05 CLUB-SALES               PIC S9(8)V99      VALUE ZERO.
           05 CLUB-DEPOSIT             PIC S9(8)V99      VALUE ZERO.
           05 CLUB-ERRORS              PIC 9(5)          VALUE ZERO.
           05 CLUB-DOLLAR-GOAL         PIC 9(8)V99       VALUE ZERO.
           05 CLUB-CASE-GOAL           PIC 9(7)          VALUE ZERO.
           05 CLUB-CASES               PIC S9(8)V99      VALUE ZERO.
           05 CLUB-GP-POP-ENTRY OCCURS 6 TIMES.
               10 CLUB-GP-POP-CASES    PIC S9(8)         VALUE ZERO.
               10 CLUB-GP-POP-SALES    PIC S9(8)V99      VALUE ZERO.
               10 CLUB-GP-POP-COST     PIC S9(8)V99      VALUE ZERO.
           05 CLUB-GP-TEAM-ENTRY OCCURS 5 TIMES.
               10 CLUB-GP-TEAM-CASES   PIC S9(8)         VALUE ZERO.
               10 CLUB-GP-TEAM-SALES   PIC S9(8)V99      VALUE ZERO.
               10 CLUB-GP-TEAM-COST    PIC S9(8)V99      VALUE ZERO.
           05 CLUB-GP-CASES            PIC S9(8)         VALUE ZERO.
           05 CLUB-GP-SALES            PIC S9(8)V99      VALUE ZERO.
           05 CLUB-GP-COST             PIC S9(8)V99      VALUE ZERO.

       01  CON-TITLE-LINE.
           05 FILLER                  PIC X(6)            VALUE
           05 O-CWK-SALES             PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(91)           VALUE SPACES.

       01 PACE-HDG.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(25)           VALUE
                               'PACE TO GOAL BY DIVISION'.
           05 FILLER                  PIC X(104)          VALUE SPACES.

       01 PACE-DRIVE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'DRIVE: '.
           05 O-PDR-START-MM          PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-PDR-START-DD          PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-PDR-START-YYYY        PIC 9(4).
           05 FILLER                  PIC X(6)            VALUE
                                                      ' THRU '.
           05 O-PDR-END-MM            PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-PDR-END-DD            PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-PDR-END-YYYY          PIC 9(4).
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'WEEK '.
           05 O-PDR-CUR-WEEK          PIC Z9.
           05 FILLER                  PIC X(4)            VALUE ' OF '.
           05 O-PDR-WEEKS             PIC Z9.
           05 FILLER                  PIC X(78)           VALUE SPACES.

       01 PACE-NO-GOALS-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(40)           VALUE
                       'NO TEAM GOALS OR DRIVE DATES ON FILE'.
           05 FILLER                  PIC X(89)           VALUE SPACES.

       01 PACE-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'DIV'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(13)           VALUE
                                                '  DOLLAR GOAL'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                               '   SALES TO DTE'.
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
           05 FILLER                  PIC X(2)            VALUE 'WL'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(13)           VALUE
                                                ' $ NEEDED/WK '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'CS/WK  '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'PACE'.
           05 FILLER                  PIC X(15)           VALUE SPACES.

       01 PACE-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-PAC-DIV               PIC X(5).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PAC-GOAL              PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PAC-SALES             PIC $$$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PAC-TARGET            PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PAC-PCT               PIC ZZZ9.9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PAC-CASES             PIC ZZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PAC-CASE-GOAL         PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PAC-WEEKS-LEFT        PIC Z9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PAC-NEED              PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PAC-NEED-CASES        PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PAC-FLAG              PIC X(11).
           05 FILLER                  PIC X(8)            VALUE SPACES.

       01 GPR-HDG.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-GPR-HDG               PIC X(40).
           05 FILLER                  PIC X(89)           VALUE SPACES.

       01 GPR-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE SPACES.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(9)            VALUE
                                                      '    CASES'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                                '          SALES'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                                '  COST OF GOODS'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                                '   GROSS MARGIN'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                         ' MGN %'.
           05 FILLER                  PIC X(42)           VALUE SPACES.

       01 GPR-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-GPR-LABEL             PIC X(16).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-GPR-CASES             PIC ZZZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-GPR-SALES             PIC $$$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-GPR-COST              PIC $$$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-GPR-MARGIN            PIC $$$,$$$,$$9.99-.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-GPR-PCT               PIC ZZ9.9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-GPR-FLAG              PIC X(8).
           05 FILLER                  PIC X(32)           VALUE SPACES.

       01 CLUB-TOTAL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
               PERFORM 1100-CLEAR-DIVISION
           END-PERFORM.
           PERFORM 2200-LOAD-HISTORY.
           PERFORM 2300-LOAD-GOALS.
           OPEN OUTPUT PRTCONOUT.

       1100-CLEAR-DIVISION.
           MOVE 0        TO DIV-RUN-NO(DIV-IDX).
           MOVE 0        TO DIV-SALES(DIV-IDX).
           MOVE SPACES   TO DIV-FLAG(DIV-IDX).
           MOVE 0        TO DIV-DOLLAR-GOAL(DIV-IDX).
           MOVE 0        TO DIV-CASE-GOAL(DIV-IDX).
           MOVE 0        TO DIV-CASES(DIV-IDX).
           MOVE 0        TO DIV-GP-CASES(DIV-IDX).
           MOVE 0        TO DIV-GP-SALES(DIV-IDX).
           MOVE 0        TO DIV-GP-COST(DIV-IDX).
           MOVE SPACES   TO DIV-GP-FLAG(DIV-IDX).
           MOVE 0        TO PRIOR-SALES(DIV-IDX).
           MOVE SPACES   TO PRIOR-FLAG(DIV-IDX).
           MOVE 'N'      TO PRIOR-PRESENT(DIV-IDX).
               END-IF
           END-IF.

       2300-LOAD-GOALS.
           OPEN INPUT GOAL-FILE.
           IF GOL-FILE-STATUS = '00'
               PERFORM UNTIL MORE-GOALS = 'NO'
                   READ GOAL-FILE
                       AT END
                           MOVE 'NO' TO MORE-GOALS
                       NOT AT END
                           PERFORM 2350-POST-GOAL-REC
                   END-READ
               END-PERFORM
               CLOSE GOAL-FILE
           END-IF.

       2350-POST-GOAL-REC.
           IF GOL-IS-DRIVE
               AND GOL-START-DATE NUMERIC
               AND GOL-END-DATE NUMERIC
               AND GOL-END-DATE NOT < GOL-START-DATE
               MOVE 'YES'          TO W-DRIVE-FOUND-SW
               MOVE GOL-START-DATE TO W-START-DATE
               MOVE GOL-END-DATE   TO W-END-DATE
           END-IF.
           IF GOL-IS-TEAM
               AND GOL-DIV NUMERIC
               AND GOL-DIV >= 1 AND GOL-DIV <= 5
               IF GOL-DOLLAR-GOAL NUMERIC
                   ADD GOL-DOLLAR-GOAL TO DIV-DOLLAR-GOAL(GOL-DIV)
                   ADD GOL-DOLLAR-GOAL TO CLUB-DOLLAR-GOAL
               END-IF
               IF GOL-CASE-GOAL NUMERIC
                   ADD GOL-CASE-GOAL   TO DIV-CASE-GOAL(GOL-DIV)
                   ADD GOL-CASE-GOAL   TO CLUB-CASE-GOAL
               END-IF
           END-IF.

       2000-LOAD-DIVISIONS.
           PERFORM 2010-LOAD-DIV1.
           PERFORM 2020-LOAD-DIV2.
           PERFORM 2030-LOAD-DIV3.
           PERFORM 2040-LOAD-DIV4.
           PERFORM 2050-LOAD-DIV5.
           PERFORM 2400-LOAD-PROFITS.

       2010-LOAD-DIV1.
           MOVE 1 TO DIV-SUB.
           COMPUTE DIV-SALES(DIV-SUB) =
                   W-STD-TEAM-A + W-STD-TEAM-B + W-STD-TEAM-C +
                   W-STD-TEAM-D + W-STD-TEAM-E.
           COMPUTE DIV-CASES(DIV-SUB) =
                   W-STD-CTR-COKE + W-STD-CTR-DIET-COKE +
                   W-STD-CTR-MELLO-YELLO + W-STD-CTR-CHERRY-COKE +
                   W-STD-CTR-DIET-CHERRY + W-STD-CTR-SPRITE.
           IF W-STD-RUN-DATE = 0
               MOVE 'STALE' TO DIV-FLAG(DIV-SUB)
           ELSE
           ADD W-STD-TEAM-D           TO CLUB-TEAM-TOT(4).
           ADD W-STD-TEAM-E           TO CLUB-TEAM-TOT(5).
           ADD DIV-SALES(DIV-SUB)     TO CLUB-SALES.
           ADD DIV-CASES(DIV-SUB)     TO CLUB-CASES.
           ADD W-STD-DEPOSIT-TOT      TO CLUB-DEPOSIT.
           ADD W-STD-ERROR-CTR        TO CLUB-ERRORS.

       2400-LOAD-PROFITS.
           PERFORM 2410-LOAD-GP1.
           PERFORM 2420-LOAD-GP2.
           PERFORM 2430-LOAD-GP3.
           PERFORM 2440-LOAD-GP4.
           PERFORM 2450-LOAD-GP5.

       2410-LOAD-GP1.
           MOVE 1 TO GP-SUB.
           OPEN INPUT DIV1-PROFIT.
           IF GP1-FILE-STATUS = '00'
               READ DIV1-PROFIT
                   AT END
                       MOVE 'NO FILE' TO DIV-GP-FLAG(GP-SUB)
                   NOT AT END
                       MOVE GP1-REC TO W-GPM-REC
                       PERFORM 2500-POST-DIV-PROFIT
               END-READ
               CLOSE DIV1-PROFIT
           ELSE
               MOVE 'NO FILE' TO DIV-GP-FLAG(GP-SUB)
           END-IF.

       2420-LOAD-GP2.
           MOVE 2 TO GP-SUB.
           OPEN INPUT DIV2-PROFIT.
           IF GP2-FILE-STATUS = '00'
               READ DIV2-PROFIT
                   AT END
                       MOVE 'NO FILE' TO DIV-GP-FLAG(GP-SUB)
                   NOT AT END
                       MOVE GP2-REC TO W-GPM-REC
                       PERFORM 2500-POST-DIV-PROFIT
               END-READ
               CLOSE DIV2-PROFIT
           ELSE
               MOVE 'NO FILE' TO DIV-GP-FLAG(GP-SUB)
           END-IF.

       2430-LOAD-GP3.
           MOVE 3 TO GP-SUB.
           OPEN INPUT DIV3-PROFIT.
           IF GP3-FILE-STATUS = '00'
               READ DIV3-PROFIT
                   AT END
                       MOVE 'NO FILE' TO DIV-GP-FLAG(GP-SUB)
                   NOT AT END
                       MOVE GP3-REC TO W-GPM-REC
                       PERFORM 2500-POST-DIV-PROFIT
               END-READ
               CLOSE DIV3-PROFIT
           ELSE
               MOVE 'NO FILE' TO DIV-GP-FLAG(GP-SUB)
           END-IF.

       2440-LOAD-GP4.
           MOVE 4 TO GP-SUB.
           OPEN INPUT DIV4-PROFIT.
           IF GP4-FILE-STATUS = '00'
               READ DIV4-PROFIT
                   AT END
                       MOVE 'NO FILE' TO DIV-GP-FLAG(GP-SUB)
                   NOT AT END
                       MOVE GP4-REC TO W-GPM-REC
                       PERFORM 2500-POST-DIV-PROFIT
               END-READ
               CLOSE DIV4-PROFIT
           ELSE
               MOVE 'NO FILE' TO DIV-GP-FLAG(GP-SUB)
           END-IF.

       2450-LOAD-GP5.
           MOVE 5 TO GP-SUB.
           OPEN INPUT DIV5-PROFIT.
           IF GP5-FILE-STATUS = '00'
               READ DIV5-PROFIT
                   AT END
                       MOVE 'NO FILE' TO DIV-GP-FLAG(GP-SUB)
                   NOT AT END
                       MOVE GP5-REC TO W-GPM-REC
                       PERFORM 2500-POST-DIV-PROFIT
               END-READ
               CLOSE DIV5-PROFIT
           ELSE
               MOVE 'NO FILE' TO DIV-GP-FLAG(GP-SUB)
           END-IF.

       2500-POST-DIV-PROFIT.
           PERFORM VARYING DIV-SUB FROM 1 BY 1
               UNTIL DIV-SUB > 6
               IF W-GPM-POP-CASES(DIV-SUB) NOT NUMERIC
                   MOVE 0 TO W-GPM-POP-CASES(DIV-SUB)
               END-IF
               IF W-GPM-POP-SALES(DIV-SUB) NOT NUMERIC
                   MOVE 0 TO W-GPM-POP-SALES(DIV-SUB)
               END-IF
               IF W-GPM-POP-COST(DIV-SUB) NOT NUMERIC
                   MOVE 0 TO W-GPM-POP-COST(DIV-SUB)
               END-IF
               ADD W-GPM-POP-CASES(DIV-SUB) TO DIV-GP-CASES(GP-SUB)
               ADD W-GPM-POP-SALES(DIV-SUB) TO DIV-GP-SALES(GP-SUB)
               ADD W-GPM-POP-COST(DIV-SUB)  TO DIV-GP-COST(GP-SUB)
               ADD W-GPM-POP-CASES(DIV-SUB)
                   TO CLUB-GP-POP-CASES(DIV-SUB)
               ADD W-GPM-POP-SALES(DIV-SUB)
                   TO CLUB-GP-POP-SALES(DIV-SUB)
               ADD W-GPM-POP-COST(DIV-SUB)
                   TO CLUB-GP-POP-COST(DIV-SUB)
           END-PERFORM.
           PERFORM VARYING DIV-SUB FROM 1 BY 1
               UNTIL DIV-SUB > 5
               IF W-GPM-TEAM-CASES(DIV-SUB) NOT NUMERIC
                   MOVE 0 TO W-GPM-TEAM-CASES(DIV-SUB)
               END-IF
               IF W-GPM-TEAM-SALES(DIV-SUB) NOT NUMERIC
                   MOVE 0 TO W-GPM-TEAM-SALES(DIV-SUB)
               END-IF
               IF W-GPM-TEAM-COST(DIV-SUB) NOT NUMERIC
                   MOVE 0 TO W-GPM-TEAM-COST(DIV-SUB)
               END-IF
               ADD W-GPM-TEAM-CASES(DIV-SUB)
                   TO CLUB-GP-TEAM-CASES(DIV-SUB)
               ADD W-GPM-TEAM-SALES(DIV-SUB)
                   TO CLUB-GP-TEAM-SALES(DIV-SUB)
               ADD W-GPM-TEAM-COST(DIV-SUB)
                   TO CLUB-GP-TEAM-COST(DIV-SUB)
           END-PERFORM.
           ADD DIV-GP-CASES(GP-SUB) TO CLUB-GP-CASES.
           ADD DIV-GP-SALES(GP-SUB) TO CLUB-GP-SALES.
           ADD DIV-GP-COST(GP-SUB)  TO CLUB-GP-COST.

       3000-CLUB-REPORT.
           PERFORM 9100-HEADING.
           MOVE CLUB-POP-CTR(1) TO O-CLUB-CTR-COKE.
                    AT EOP
                       PERFORM 9100-HEADING.
           PERFORM 3300-TREND-SECTION.
           PERFORM 3600-PACE-SECTION.
           PERFORM 3700-PROFIT-SECTION.
           PERFORM 3400-CLUB-WEEK-SECTION.

       3300-TREND-SECTION.
                           PERFORM 9100-HEADING
           END-PERFORM.

       3600-PACE-SECTION.
           WRITE PRTCONLINE
              FROM PACE-HDG
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           IF W-DRIVE-FOUND-SW = 'NO'
               OR CLUB-DOLLAR-GOAL = 0
               WRITE PRTCONLINE
                  FROM PACE-NO-GOALS-LINE
                     AFTER ADVANCING 2 LINES
                        AT EOP
                           PERFORM 9100-HEADING
           ELSE
               PERFORM 3610-DRIVE-WEEKS
               PERFORM 3620-PACE-DIVISIONS
           END-IF.

       3620-PACE-DIVISIONS.
           WRITE PRTCONLINE
              FROM PACE-DRIVE-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           WRITE PRTCONLINE
              FROM PACE-HEADING-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           PERFORM VARYING DIV-SUB FROM 1 BY 1
               UNTIL DIV-SUB > 5
               MOVE SPACES                   TO O-PAC-DIV
               MOVE DIV-SUB                  TO O-PAC-DIV(3:1)
               MOVE DIV-DOLLAR-GOAL(DIV-SUB) TO W-PACE-GOAL
               MOVE DIV-CASE-GOAL(DIV-SUB)   TO W-PACE-CASE-GOAL
               MOVE DIV-SALES(DIV-SUB)       TO W-PACE-SALES
               MOVE DIV-CASES(DIV-SUB)       TO W-PACE-CASES
               PERFORM 3650-PACE-LINE
               IF DIV-FLAG(DIV-SUB) = 'NO FILE'
                   MOVE DIV-FLAG(DIV-SUB)    TO O-PAC-FLAG
               END-IF
               PERFORM 3660-WRITE-PACE-LINE
           END-PERFORM.
           MOVE 'CLUB'           TO O-PAC-DIV.
           MOVE CLUB-DOLLAR-GOAL TO W-PACE-GOAL.
           MOVE CLUB-CASE-GOAL   TO W-PACE-CASE-GOAL.
           MOVE CLUB-SALES       TO W-PACE-SALES.
           MOVE CLUB-CASES       TO W-PACE-CASES.
           PERFORM 3650-PACE-LINE.
           PERFORM 3660-WRITE-PACE-LINE.

       3610-DRIVE-WEEKS.
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
                   MOVE 0 TO W-DAYS-ELAPSED
                   MOVE W-DRIVE-WEEKS TO W-WEEKS-LEFT
               WHEN W-TODAY-INT > W-END-INT
                   MOVE W-DRIVE-WEEKS TO W-CURRENT-WEEK
                   MOVE W-DRIVE-DAYS  TO W-DAYS-ELAPSED
                   MOVE 0 TO W-WEEKS-LEFT
               WHEN OTHER
                   COMPUTE W-DAYS-ELAPSED =
                           W-TODAY-INT - W-START-INT + 1
                   COMPUTE W-CURRENT-WEEK =
                           (W-TODAY-INT - W-START-INT) / 7 + 1
                   COMPUTE W-WEEKS-LEFT =
                           W-DRIVE-WEEKS - W-CURRENT-WEEK + 1
           END-EVALUATE.
           MOVE W-START-DATE(5:2) TO O-PDR-START-MM.
           MOVE W-START-DATE(7:2) TO O-PDR-START-DD.
           MOVE W-START-DATE(1:4) TO O-PDR-START-YYYY.
           MOVE W-END-DATE(5:2)   TO O-PDR-END-MM.
           MOVE W-END-DATE(7:2)   TO O-PDR-END-DD.
           MOVE W-END-DATE(1:4)   TO O-PDR-END-YYYY.
           MOVE W-CURRENT-WEEK    TO O-PDR-CUR-WEEK.
           MOVE W-DRIVE-WEEKS     TO O-PDR-WEEKS.

       3650-PACE-LINE.
           COMPUTE W-PACE-TARGET ROUNDED =
                   W-PACE-GOAL * W-DAYS-ELAPSED / W-DRIVE-DAYS.
           COMPUTE W-PACE-CASE-TARGET ROUNDED =
                   W-PACE-CASE-GOAL * W-DAYS-ELAPSED / W-DRIVE-DAYS.
           MOVE W-PACE-GOAL       TO O-PAC-GOAL.
           MOVE W-PACE-SALES      TO O-PAC-SALES.
           MOVE W-PACE-TARGET     TO O-PAC-TARGET.
           MOVE W-PACE-CASES      TO O-PAC-CASES.
           MOVE W-PACE-CASE-GOAL  TO O-PAC-CASE-GOAL.
           MOVE W-WEEKS-LEFT      TO O-PAC-WEEKS-LEFT.
           MOVE 0 TO W-PACE-PCT.
           IF W-PACE-GOAL > 0
               COMPUTE W-PACE-PCT ROUNDED =
                       W-PACE-SALES * 100 / W-PACE-GOAL
                   ON SIZE ERROR
                       MOVE 999.9 TO W-PACE-PCT
               END-COMPUTE
           END-IF.
           MOVE W-PACE-PCT TO O-PAC-PCT.
           COMPUTE W-PACE-NEED       = W-PACE-GOAL - W-PACE-SALES.
           COMPUTE W-PACE-NEED-CASES = W-PACE-CASE-GOAL - W-PACE-CASES.
           IF W-PACE-NEED < 0
               MOVE 0 TO W-PACE-NEED
           END-IF.
           IF W-PACE-NEED-CASES < 0
               MOVE 0 TO W-PACE-NEED-CASES
           END-IF.
           IF W-WEEKS-LEFT > 0
               COMPUTE W-PACE-NEED ROUNDED =
                       W-PACE-NEED / W-WEEKS-LEFT
               COMPUTE W-PACE-NEED-CASES =
                       (W-PACE-NEED-CASES + W-WEEKS-LEFT - 1)
                       / W-WEEKS-LEFT
           END-IF.
           MOVE W-PACE-NEED       TO O-PAC-NEED.
           MOVE W-PACE-NEED-CASES TO O-PAC-NEED-CASES.
           EVALUATE TRUE
               WHEN W-PACE-GOAL = 0
                   MOVE 'NO GOAL'     TO O-PAC-FLAG
               WHEN W-PACE-SALES NOT < W-PACE-GOAL
                   AND W-PACE-CASES NOT < W-PACE-CASE-GOAL
                   MOVE 'GOAL MADE'   TO O-PAC-FLAG
               WHEN W-WEEKS-LEFT = 0
                   MOVE 'GOAL MISSED' TO O-PAC-FLAG
               WHEN W-PACE-SALES < W-PACE-TARGET
                   OR W-PACE-CASES < W-PACE-CASE-TARGET
                   MOVE 'BEHIND PACE' TO O-PAC-FLAG
               WHEN OTHER
                   MOVE 'ON PACE'     TO O-PAC-FLAG
           END-EVALUATE.

       3660-WRITE-PACE-LINE.
           WRITE PRTCONLINE
              FROM PACE-DETAIL-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       3700-PROFIT-SECTION.
           MOVE 'GROSS PROFIT BY DIVISION' TO O-GPR-HDG.
           PERFORM 3760-PROFIT-HEADINGS.
           PERFORM VARYING DIV-SUB FROM 1 BY 1
               UNTIL DIV-SUB > 5
               MOVE SPACES                TO O-GPR-LABEL
               MOVE 'DIV '                TO O-GPR-LABEL(1:4)
               MOVE DIV-SUB               TO O-GPR-LABEL(5:1)
               MOVE DIV-GP-CASES(DIV-SUB) TO W-GP-CASES
               MOVE DIV-GP-SALES(DIV-SUB) TO W-GP-SALES
               MOVE DIV-GP-COST(DIV-SUB)  TO W-GP-COST
               MOVE DIV-GP-FLAG(DIV-SUB)  TO O-GPR-FLAG
               PERFORM 3750-PROFIT-LINE
           END-PERFORM.
           PERFORM 3770-PROFIT-CLUB-LINE.
           MOVE 'CLUB GROSS PROFIT BY POP TYPE' TO O-GPR-HDG.
           PERFORM 3760-PROFIT-HEADINGS.
           MOVE SPACES TO O-GPR-FLAG.
           PERFORM VARYING DIV-SUB FROM 1 BY 1
               UNTIL DIV-SUB > 6
               EVALUATE DIV-SUB
                   WHEN 1  MOVE 'COKE'             TO O-GPR-LABEL
                   WHEN 2  MOVE 'DIET COKE'        TO O-GPR-LABEL
                   WHEN 3  MOVE 'MELLO YELLO'      TO O-GPR-LABEL
                   WHEN 4  MOVE 'CHERRY COKE'      TO O-GPR-LABEL
                   WHEN 5  MOVE 'DIET CHERRY COKE' TO O-GPR-LABEL
                   WHEN 6  MOVE 'SPRITE'           TO O-GPR-LABEL
               END-EVALUATE
               MOVE CLUB-GP-POP-CASES(DIV-SUB) TO W-GP-CASES
               MOVE CLUB-GP-POP-SALES(DIV-SUB) TO W-GP-SALES
               MOVE CLUB-GP-POP-COST(DIV-SUB)  TO W-GP-COST
               PERFORM 3750-PROFIT-LINE
           END-PERFORM.
           PERFORM 3770-PROFIT-CLUB-LINE.
           MOVE 'CLUB GROSS PROFIT BY TEAM' TO O-GPR-HDG.
           PERFORM 3760-PROFIT-HEADINGS.
           PERFORM VARYING DIV-SUB FROM 1 BY 1
               UNTIL DIV-SUB > 5
               EVALUATE DIV-SUB
                   WHEN 1  MOVE 'A' TO W-GP-TEAM-LETTER
                   WHEN 2  MOVE 'B' TO W-GP-TEAM-LETTER
                   WHEN 3  MOVE 'C' TO W-GP-TEAM-LETTER
                   WHEN 4  MOVE 'D' TO W-GP-TEAM-LETTER
                   WHEN 5  MOVE 'E' TO W-GP-TEAM-LETTER
               END-EVALUATE
               MOVE W-GP-TEAM-LABEL             TO O-GPR-LABEL
               MOVE CLUB-GP-TEAM-CASES(DIV-SUB) TO W-GP-CASES
               MOVE CLUB-GP-TEAM-SALES(DIV-SUB) TO W-GP-SALES
               MOVE CLUB-GP-TEAM-COST(DIV-SUB)  TO W-GP-COST
               PERFORM 3750-PROFIT-LINE
           END-PERFORM.
           PERFORM 3770-PROFIT-CLUB-LINE.

       3750-PROFIT-LINE.
           COMPUTE W-GP-MARGIN = W-GP-SALES - W-GP-COST.
           MOVE 0 TO W-GP-PCT.
           IF W-GP-SALES NOT = 0
               COMPUTE W-GP-PCT ROUNDED =
                       W-GP-MARGIN * 100 / W-GP-SALES
                   ON SIZE ERROR
                       MOVE 999.9 TO W-GP-PCT
               END-COMPUTE
           END-IF.
           MOVE W-GP-CASES  TO O-GPR-CASES.
           MOVE W-GP-SALES  TO O-GPR-SALES.
           MOVE W-GP-COST   TO O-GPR-COST.
           MOVE W-GP-MARGIN TO O-GPR-MARGIN.
           MOVE W-GP-PCT    TO O-GPR-PCT.
           WRITE PRTCONLINE
              FROM GPR-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       3760-PROFIT-HEADINGS.
           WRITE PRTCONLINE
              FROM GPR-HDG
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           WRITE PRTCONLINE
              FROM GPR-HEADING-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       3770-PROFIT-CLUB-LINE.
           MOVE 'CLUB'        TO O-GPR-LABEL.
           MOVE SPACES        TO O-GPR-FLAG.
           MOVE CLUB-GP-CASES TO W-GP-CASES.
           MOVE CLUB-GP-SALES TO W-GP-SALES.
           MOVE CLUB-GP-COST  TO W-GP-COST.
           PERFORM 3750-PROFIT-LINE.

       3100-TEAM-LINE.
           WRITE PRTCONLINE
              FROM CLUB-TEAM-LINE
