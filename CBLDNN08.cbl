       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CBLYAL08.
       AUTHOR.                 yasir ali.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      * THIS PROGRAM prepares the bank deposits for the seller        *
      * receipts. the receipts file is sorted by receipt date and pay *
      * type and every date / pay type group becomes one numbered     *
      * deposit. a deposit slip is printed for each deposit with the  *
      * currency total for cash and every check listed for checks,    *
      * and the deposit and its items are added to the deposit file   *
      * that CBLYAL09 matches against the bank statement. a receipt   *
      * that is already an item on the deposit file (same seller,     *
      * date, pay type and amount) is not deposited a second time,    *
      * so a receipt keyed after its day was deposited goes on a new  *
      * deposit of its own. the run is refused when the deposit file  *
      * holds more items than can be checked.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
                 ASSIGN TO "CBLPOPPRM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRM-FILE-STATUS.

           SELECT RECEIPTS-FILE
                 ASSIGN TO RCT-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RCT-FILE-STATUS.

           SELECT DEPOSIT-SORT-FILE
                 ASSIGN TO "SRTDEPS".

           SELECT DEPOSIT-SORTED-FILE
                 ASSIGN TO DSW-PATH
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPOSIT-FILE
                 ASSIGN TO DPS-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DPS-FILE-STATUS.

           SELECT PRTSLPOUT
                 ASSIGN TO PRTSLP-PATH
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

       FD  RECEIPTS-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 21 CHARACTERS
             DATA RECORD IS RCT-REC.

       01  RCT-REC.
             05  RCT-SELLER-NO           PIC 9(5).
             05  RCT-DATE                PIC 9(8).
             05  RCT-AMOUNT              PIC 9(5)V99.
             05  RCT-PAY-TYPE            PIC X.

       SD  DEPOSIT-SORT-FILE
             DATA RECORD IS SRT-RCT-REC.

       01  SRT-RCT-REC.
             05  SRT-RCT-SELLER-NO       PIC 9(5).
             05  SRT-RCT-DATE            PIC 9(8).
             05  SRT-RCT-AMOUNT          PIC 9(5)V99.
             05  SRT-RCT-PAY-TYPE        PIC X.

       FD  DEPOSIT-SORTED-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 21 CHARACTERS
             DATA RECORD IS DSW-REC.

       01  DSW-REC.
             05  DSW-SELLER-NO           PIC 9(5).
             05  DSW-DATE                PIC 9(8).
             05  DSW-AMOUNT              PIC 9(5)V99.
             05  DSW-PAY-TYPE            PIC X.
                 88  DSW-IS-CASH         VALUE 'C'.
                 88  DSW-IS-CHECK        VALUE 'K'.

       FD  DEPOSIT-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 51 CHARACTERS
             DATA RECORD IS DPS-REC.

       01  DPS-REC.
             05  DPS-REC-TYPE            PIC X.
                 88  DPS-IS-HEADER       VALUE 'H'.
                 88  DPS-IS-ITEM         VALUE 'I'.
             05  DPS-DEP-NO              PIC 9(5).
             05  DPS-DATE                PIC 9(8).
             05  DPS-PAY-TYPE            PIC X.
             05  DPS-SELLER-NO           PIC 9(5).
             05  DPS-ITEM-CTR            PIC 9(4).
             05  DPS-AMOUNT              PIC S9(7)V99.
             05  DPS-STATUS              PIC X.
                 88  DPS-OPEN            VALUE 'O'.
                 88  DPS-CLEARED         VALUE 'C'.
                 88  DPS-MISMATCH        VALUE 'M'.
                 88  DPS-RETURNED        VALUE 'R'.
             05  DPS-CLEAR-DATE          PIC 9(8).
             05  DPS-BANK-AMOUNT         PIC S9(7)V99.

       FD  PRTSLPOUT
             LABEL RECORD IS OMITTED
             RECORD CONTAINS 132 CHARACTERS
             DATA RECORD IS PRTSLPLINE
             LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTSLPLINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-PATH-AREA.
           05 RCT-PATH        PIC X(80) VALUE 'CBLPOPRCT.DAT'.
           05 DSW-PATH        PIC X(80) VALUE 'CBLPOPDSW.DAT'.
           05 DPS-PATH        PIC X(80) VALUE 'CBLPOPDPS.DAT'.
           05 PRTSLP-PATH     PIC X(80) VALUE 'CBLPOPSLP.PRT'.

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
           05 CPCTR                    PIC 99            VALUE ZERO.
           05 RCT-FILE-STATUS          PIC XX            VALUE '00'.
           05 DPS-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-DPSS                PIC XXX           VALUE 'YES'.
           05 MORE-DSWS                PIC XXX           VALUE 'YES'.
           05 W-RECEIPTS-SW            PIC XXX           VALUE 'NO'.
           05 W-DEP-OPEN-SW            PIC XXX           VALUE 'NO'.
           05 W-DEP-SKIP-SW            PIC XXX           VALUE 'NO'.
           05 W-DONE-FULL-SW           PIC XXX           VALUE 'NO'.
           05 W-PAGE-USED-SW           PIC XXX           VALUE 'NO'.
           05 W-LAST-DEP-NO            PIC 9(5)          VALUE ZERO.
           05 W-PREV-KEY.
               10 W-PREV-DATE          PIC 9(8)          VALUE ZERO.
               10 W-PREV-PAY-TYPE      PIC X             VALUE SPACE.
           05 W-CUR-KEY.
               10 W-CUR-DATE           PIC 9(8)          VALUE ZERO.
               10 W-CUR-PAY-TYPE       PIC X             VALUE SPACE.
           05 W-DEP-ITEM-CTR           PIC 9(4)          VALUE ZERO.
           05 W-DEP-AMOUNT             PIC S9(7)V99      VALUE ZERO.
           05 W-DEP-CTR                PIC 9(5)          VALUE ZERO.
           05 W-CASH-TOT               PIC S9(9)V99      VALUE ZERO.
           05 W-CASH-ITEM-CTR          PIC 9(5)          VALUE ZERO.
           05 W-CHECK-TOT              PIC S9(9)V99      VALUE ZERO.
           05 W-CHECK-ITEM-CTR         PIC 9(5)          VALUE ZERO.
           05 W-GRAND-TOT              PIC S9(9)V99      VALUE ZERO.
           05 W-SKIP-CTR               PIC 9(5)          VALUE ZERO.
           05 W-SKIP-AMOUNT            PIC S9(9)V99      VALUE ZERO.
           05 W-BAD-CTR                PIC 9(5)          VALUE ZERO.
           05 W-DONE-SUB               PIC 9(4)          VALUE ZERO.
           05 W-DATE-EDIT.
               10 W-DATE-YYYY          PIC 9(4).
               10 W-DATE-MM            PIC 99.
               10 W-DATE-DD            PIC 99.

       01  DONE-TABLE-AREA.
           05 W-DONE-CTR               PIC 9(4)          VALUE ZERO.
           05 W-DONE-ENTRY OCCURS 5000 TIMES.
               10 W-DONE-SELLER-NO     PIC 9(5).
               10 W-DONE-DATE          PIC 9(8).
               10 W-DONE-PAY-TYPE      PIC X.
               10 W-DONE-AMOUNT        PIC S9(7)V99.
               10 W-DONE-USED          PIC X.

       01 SLP-TITLE-LINE.
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

       01 SLP-TITLE-LINE1.
           05 FILLER                  PIC X(52)           VALUE SPACES.
           05 FILLER                  PIC X(28)           VALUE
                                   '   BANK DEPOSIT SLIPS'.
           05 FILLER                  PIC X(52)           VALUE SPACES.

       01 SLP-TITLE-LINE2.
           05 FILLER                  PIC X(8)            VALUE
                                       'COBYAL08'.
           05 FILLER                  PIC X(124)          VALUE SPACES.

       01 SLP-DEPOSIT-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(12)           VALUE
                                                   'DEPOSIT NO: '.
           05 O-SLP-DEP-NO            PIC 9(5).
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(14)           VALUE
                                                 'RECEIPT DATE: '.
           05 O-SLP-MM                PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-SLP-DD                PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-SLP-YYYY              PIC 9(4).
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                         'TYPE: '.
           05 O-SLP-TYPE              PIC X(6).
           05 FILLER                  PIC X(66)           VALUE SPACES.

       01 SLP-ITEM-HEADING-LINE.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'ITEM'.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'SELLER'.
           05 FILLER                  PIC X(12)           VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'AMOUNT'.
           05 FILLER                  PIC X(95)           VALUE SPACES.

       01 SLP-ITEM-LINE.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 O-SLP-ITEM-NO           PIC ZZZ9.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 O-SLP-SELLER-NO         PIC 9(5).
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 O-SLP-ITEM-AMOUNT       PIC $$$,$$$.99.
           05 FILLER                  PIC X(98)           VALUE SPACES.

       01 SLP-TOTAL-LINE.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 O-SLP-TOT-LABEL         PIC X(20).
           05 FILLER                  PIC X(1)            VALUE '('.
           05 O-SLP-TOT-ITEMS         PIC ZZZ9.
           05 FILLER                  PIC X(7)            VALUE
                                                      ' ITEMS)'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-SLP-TOT-AMOUNT        PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(76)           VALUE SPACES.

       01 SLP-REFUSE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(50)           VALUE
              'DEPOSIT FILE OVER 5000 ITEMS - NOTHING DEPOSITED'.
           05 FILLER                  PIC X(79)           VALUE SPACES.

       01 SLP-BAD-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(42)           VALUE
              'RECEIPT NOT DEPOSITED - INVALID PAY TYPE -'.
           05 FILLER                  PIC X(8)            VALUE
                                                     ' SELLER '.
           05 O-BAD-SELLER-NO         PIC 9(5).
           05 FILLER                  PIC X(6)            VALUE
                                                       ' TYPE '.
           05 O-BAD-TYPE              PIC X.
           05 FILLER                  PIC X(8)            VALUE
                                                     ' AMOUNT '.
           05 O-BAD-AMOUNT            PIC $$$,$$$.99.
           05 FILLER                  PIC X(49)           VALUE SPACES.

       01 SLP-NONE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(36)           VALUE
              'NO RECEIPTS FILE - NOTHING DEPOSITED'.
           05 FILLER                  PIC X(93)           VALUE SPACES.

       01 SUM-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(19)           VALUE
                                   'DEPOSIT RUN SUMMARY'.
           05 FILLER                  PIC X(110)          VALUE SPACES.

       01 SUM-AMOUNT-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-SUM-LABEL             PIC X(36).
           05 O-SUM-COUNT             PIC ZZ,ZZ9.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-SUM-AMOUNT            PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(68)           VALUE SPACES.

       PROCEDURE DIVISION.
       0000-COBYAL08.
           PERFORM 1000-INIT.
           IF W-DONE-FULL-SW = 'YES'
               WRITE PRTSLPLINE
                  FROM SLP-REFUSE-LINE
                     AFTER ADVANCING 3 LINES
                        AT EOP
                           PERFORM 9100-HEADING
           ELSE
               PERFORM 2000-SORT-RECEIPTS
               IF W-RECEIPTS-SW = 'YES'
                   PERFORM 3000-BUILD-DEPOSITS
               ELSE
                   WRITE PRTSLPLINE
                      FROM SLP-NONE-LINE
                         AFTER ADVANCING 3 LINES
                            AT EOP
                               PERFORM 9100-HEADING
               END-IF
           END-IF.
           PERFORM 4000-SUMMARY.
           CLOSE PRTSLPOUT.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MONTH        TO O-MONTH.
           MOVE I-DAY          TO O-DAY.
           MOVE I-YEAR         TO O-YEAR.
           PERFORM 1300-READ-PARM-FILE.
           PERFORM 1350-BUILD-PATHS.
           OPEN OUTPUT PRTSLPOUT.
           PERFORM 9100-HEADING.
           PERFORM 1400-LOAD-DEPOSITS.

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
               MOVE RCT-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO RCT-PATH
               MOVE DSW-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO DSW-PATH
               MOVE DPS-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO DPS-PATH
               MOVE PRTSLP-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO PRTSLP-PATH
           END-IF.

       1360-PREFIX-PATH.
           MOVE SPACES TO W-PATH-BUILT.
           STRING FUNCTION TRIM(W-DATA-PATH)  DELIMITED BY SIZE
                  FUNCTION TRIM(W-PATH-FILE)  DELIMITED BY SIZE
               INTO W-PATH-BUILT.

       1400-LOAD-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE.
           IF DPS-FILE-STATUS = '00'
               PERFORM UNTIL MORE-DPSS = 'NO'
                   READ DEPOSIT-FILE
                       AT END
                           MOVE 'NO' TO MORE-DPSS
                       NOT AT END
                           PERFORM 1410-NOTE-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE.

       1410-NOTE-DEPOSIT.
           IF DPS-DEP-NO > W-LAST-DEP-NO
               MOVE DPS-DEP-NO TO W-LAST-DEP-NO
           END-IF.
           IF DPS-IS-ITEM
               IF W-DONE-CTR < 5000
                   ADD 1 TO W-DONE-CTR
                   MOVE DPS-SELLER-NO TO W-DONE-SELLER-NO(W-DONE-CTR)
                   MOVE DPS-DATE      TO W-DONE-DATE(W-DONE-CTR)
                   MOVE DPS-PAY-TYPE  TO W-DONE-PAY-TYPE(W-DONE-CTR)
                   MOVE DPS-AMOUNT    TO W-DONE-AMOUNT(W-DONE-CTR)
                   MOVE 'N'           TO W-DONE-USED(W-DONE-CTR)
               ELSE
                   MOVE 'YES' TO W-DONE-FULL-SW
                   MOVE 'NO'  TO MORE-DPSS
               END-IF
           END-IF.

       2000-SORT-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE.
           IF RCT-FILE-STATUS = '00'
               CLOSE RECEIPTS-FILE
               MOVE 'YES' TO W-RECEIPTS-SW
               SORT DEPOSIT-SORT-FILE
                   ON ASCENDING KEY SRT-RCT-DATE
                   ON ASCENDING KEY SRT-RCT-PAY-TYPE
                   ON ASCENDING KEY SRT-RCT-SELLER-NO
                   USING RECEIPTS-FILE
                   GIVING DEPOSIT-SORTED-FILE
           END-IF.

       3000-BUILD-DEPOSITS.
           OPEN EXTEND DEPOSIT-FILE.
           IF DPS-FILE-STATUS = '35'
               OPEN OUTPUT DEPOSIT-FILE
           END-IF.
           OPEN INPUT DEPOSIT-SORTED-FILE.
           PERFORM UNTIL MORE-DSWS = 'NO'
               READ DEPOSIT-SORTED-FILE
                   AT END
                       MOVE 'NO' TO MORE-DSWS
                   NOT AT END
                       PERFORM 3050-PROCESS-RECEIPT
               END-READ
           END-PERFORM.
           IF W-DEP-OPEN-SW = 'YES'
               PERFORM 3300-CLOSE-DEPOSIT
           END-IF.
           CLOSE DEPOSIT-SORTED-FILE.
           CLOSE DEPOSIT-FILE.

       3050-PROCESS-RECEIPT.
           IF NOT DSW-IS-CASH AND NOT DSW-IS-CHECK
               ADD 1 TO W-BAD-CTR
               MOVE 'YES' TO W-PAGE-USED-SW
               MOVE DSW-SELLER-NO TO O-BAD-SELLER-NO
               MOVE DSW-PAY-TYPE  TO O-BAD-TYPE
               MOVE DSW-AMOUNT    TO O-BAD-AMOUNT
               WRITE PRTSLPLINE
                  FROM SLP-BAD-LINE
                     AFTER ADVANCING 2 LINES
                        AT EOP
                           PERFORM 9100-HEADING
           ELSE
               PERFORM 3060-CHECK-DEPOSITED
               IF W-DEP-SKIP-SW = 'YES'
                   ADD 1 TO W-SKIP-CTR
                   ADD DSW-AMOUNT TO W-SKIP-AMOUNT
               ELSE
                   MOVE DSW-DATE     TO W-CUR-DATE
                   MOVE DSW-PAY-TYPE TO W-CUR-PAY-TYPE
                   IF W-DEP-OPEN-SW = 'YES'
                       AND W-CUR-KEY NOT = W-PREV-KEY
                       PERFORM 3300-CLOSE-DEPOSIT
                   END-IF
                   IF W-DEP-OPEN-SW = 'NO'
                       MOVE W-CUR-KEY TO W-PREV-KEY
                       PERFORM 3100-OPEN-DEPOSIT
                   END-IF
                   PERFORM 3200-ADD-ITEM
               END-IF
           END-IF.

       3060-CHECK-DEPOSITED.
           MOVE 'NO' TO W-DEP-SKIP-SW.
           PERFORM VARYING W-DONE-SUB FROM 1 BY 1
               UNTIL W-DONE-SUB > W-DONE-CTR
                  OR W-DEP-SKIP-SW = 'YES'
               IF W-DONE-USED(W-DONE-SUB) = 'N'
                   AND W-DONE-SELLER-NO(W-DONE-SUB) = DSW-SELLER-NO
                   AND W-DONE-DATE(W-DONE-SUB)      = DSW-DATE
                   AND W-DONE-PAY-TYPE(W-DONE-SUB)  = DSW-PAY-TYPE
                   AND W-DONE-AMOUNT(W-DONE-SUB)    = DSW-AMOUNT
                   MOVE 'Y'   TO W-DONE-USED(W-DONE-SUB)
                   MOVE 'YES' TO W-DEP-SKIP-SW
               END-IF
           END-PERFORM.

       3100-OPEN-DEPOSIT.
           MOVE W-CUR-DATE TO W-DATE-EDIT.
           MOVE 'YES' TO W-DEP-OPEN-SW.
           ADD 1 TO W-LAST-DEP-NO.
           ADD 1 TO W-DEP-CTR.
           MOVE 0 TO W-DEP-ITEM-CTR.
           MOVE 0 TO W-DEP-AMOUNT.
           MOVE W-LAST-DEP-NO TO O-SLP-DEP-NO.
           MOVE W-DATE-MM     TO O-SLP-MM.
           MOVE W-DATE-DD     TO O-SLP-DD.
           MOVE W-DATE-YYYY   TO O-SLP-YYYY.
           IF DSW-IS-CASH
               MOVE 'CASH'   TO O-SLP-TYPE
           ELSE
               MOVE 'CHECKS' TO O-SLP-TYPE
           END-IF.
           IF W-PAGE-USED-SW = 'YES'
               PERFORM 9100-HEADING
           END-IF.
           MOVE 'YES' TO W-PAGE-USED-SW.
           WRITE PRTSLPLINE
              FROM SLP-DEPOSIT-LINE
                 AFTER ADVANCING 2 LINES.
           IF DSW-IS-CHECK
               WRITE PRTSLPLINE
                  FROM SLP-ITEM-HEADING-LINE
                     AFTER ADVANCING 2 LINES
           END-IF.

       3200-ADD-ITEM.
           ADD 1 TO W-DEP-ITEM-CTR.
           ADD DSW-AMOUNT TO W-DEP-AMOUNT.
           MOVE SPACES         TO DPS-REC.
           MOVE 'I'            TO DPS-REC-TYPE.
           MOVE W-LAST-DEP-NO  TO DPS-DEP-NO.
           MOVE DSW-DATE       TO DPS-DATE.
           MOVE DSW-PAY-TYPE   TO DPS-PAY-TYPE.
           MOVE DSW-SELLER-NO  TO DPS-SELLER-NO.
           MOVE W-DEP-ITEM-CTR TO DPS-ITEM-CTR.
           MOVE DSW-AMOUNT     TO DPS-AMOUNT.
           MOVE 'O'            TO DPS-STATUS.
           MOVE 0              TO DPS-CLEAR-DATE.
           MOVE 0              TO DPS-BANK-AMOUNT.
           WRITE DPS-REC.
           IF DSW-IS-CHECK
               MOVE W-DEP-ITEM-CTR TO O-SLP-ITEM-NO
               MOVE DSW-SELLER-NO  TO O-SLP-SELLER-NO
               MOVE DSW-AMOUNT     TO O-SLP-ITEM-AMOUNT
               WRITE PRTSLPLINE
                  FROM SLP-ITEM-LINE
                     AFTER ADVANCING 1 LINES
                        AT EOP
                           PERFORM 9100-HEADING
           END-IF.

       3300-CLOSE-DEPOSIT.
           MOVE 'NO' TO W-DEP-OPEN-SW.
           MOVE SPACES          TO DPS-REC.
           MOVE 'H'             TO DPS-REC-TYPE.
           MOVE W-LAST-DEP-NO   TO DPS-DEP-NO.
           MOVE W-PREV-DATE     TO DPS-DATE.
           MOVE W-PREV-PAY-TYPE TO DPS-PAY-TYPE.
           MOVE 0               TO DPS-SELLER-NO.
           MOVE W-DEP-ITEM-CTR  TO DPS-ITEM-CTR.
           MOVE W-DEP-AMOUNT    TO DPS-AMOUNT.
           MOVE 'O'             TO DPS-STATUS.
           MOVE 0               TO DPS-CLEAR-DATE.
           MOVE 0               TO DPS-BANK-AMOUNT.
           WRITE DPS-REC.
           MOVE W-DEP-ITEM-CTR  TO O-SLP-TOT-ITEMS.
           IF W-PREV-PAY-TYPE = 'C'
               ADD W-DEP-AMOUNT   TO W-CASH-TOT
               ADD W-DEP-ITEM-CTR TO W-CASH-ITEM-CTR
               MOVE 'CURRENCY AND COIN'  TO O-SLP-TOT-LABEL
               MOVE W-DEP-AMOUNT         TO O-SLP-TOT-AMOUNT
               PERFORM 3350-SLIP-TOTAL-LINE
               MOVE 'CHECKS'             TO O-SLP-TOT-LABEL
               MOVE 0                    TO O-SLP-TOT-ITEMS
               MOVE 0                    TO O-SLP-TOT-AMOUNT
               PERFORM 3350-SLIP-TOTAL-LINE
           ELSE
               ADD W-DEP-AMOUNT   TO W-CHECK-TOT
               ADD W-DEP-ITEM-CTR TO W-CHECK-ITEM-CTR
               MOVE 'CURRENCY AND COIN'  TO O-SLP-TOT-LABEL
               MOVE 0                    TO O-SLP-TOT-ITEMS
               MOVE 0                    TO O-SLP-TOT-AMOUNT
               PERFORM 3350-SLIP-TOTAL-LINE
               MOVE 'CHECKS'             TO O-SLP-TOT-LABEL
               MOVE W-DEP-ITEM-CTR       TO O-SLP-TOT-ITEMS
               MOVE W-DEP-AMOUNT         TO O-SLP-TOT-AMOUNT
               PERFORM 3350-SLIP-TOTAL-LINE
           END-IF.
           ADD W-DEP-AMOUNT TO W-GRAND-TOT.
           MOVE 'TOTAL DEPOSIT'      TO O-SLP-TOT-LABEL.
           MOVE W-DEP-ITEM-CTR       TO O-SLP-TOT-ITEMS.
           MOVE W-DEP-AMOUNT         TO O-SLP-TOT-AMOUNT.
           PERFORM 3350-SLIP-TOTAL-LINE.

       3350-SLIP-TOTAL-LINE.
           WRITE PRTSLPLINE
              FROM SLP-TOTAL-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       4000-SUMMARY.
           IF W-PAGE-USED-SW = 'YES'
               PERFORM 9100-HEADING
           END-IF.
           WRITE PRTSLPLINE
              FROM SUM-HEADING-LINE
                 AFTER ADVANCING 2 LINES.
           MOVE 'DEPOSITS PREPARED'             TO O-SUM-LABEL.
           MOVE W-DEP-CTR                       TO O-SUM-COUNT.
           MOVE W-GRAND-TOT                     TO O-SUM-AMOUNT.
           PERFORM 4100-SUMMARY-LINE.
           MOVE 'CASH RECEIPTS DEPOSITED'       TO O-SUM-LABEL.
           MOVE W-CASH-ITEM-CTR                 TO O-SUM-COUNT.
           MOVE W-CASH-TOT                      TO O-SUM-AMOUNT.
           PERFORM 4100-SUMMARY-LINE.
           MOVE 'CHECK RECEIPTS DEPOSITED'      TO O-SUM-LABEL.
           MOVE W-CHECK-ITEM-CTR                TO O-SUM-COUNT.
           MOVE W-CHECK-TOT                     TO O-SUM-AMOUNT.
           PERFORM 4100-SUMMARY-LINE.
           MOVE 'RECEIPTS ALREADY DEPOSITED'    TO O-SUM-LABEL.
           MOVE W-SKIP-CTR                      TO O-SUM-COUNT.
           MOVE W-SKIP-AMOUNT                   TO O-SUM-AMOUNT.
           PERFORM 4100-SUMMARY-LINE.
           MOVE 'RECEIPTS WITH INVALID PAY TYPE' TO O-SUM-LABEL.
           MOVE W-BAD-CTR                       TO O-SUM-COUNT.
           MOVE 0                               TO O-SUM-AMOUNT.
           PERFORM 4100-SUMMARY-LINE.

       4100-SUMMARY-LINE.
           WRITE PRTSLPLINE
              FROM SUM-AMOUNT-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       9100-HEADING.
           ADD 1 TO CPCTR.
           MOVE CPCTR TO O-PCTR.
           WRITE PRTSLPLINE
             FROM SLP-TITLE-LINE
                AFTER ADVANCING PAGE.
           WRITE PRTSLPLINE
              FROM SLP-TITLE-LINE2
                 AFTER ADVANCING 1 LINES.
           WRITE PRTSLPLINE
              FROM SLP-TITLE-LINE1
                 AFTER ADVANCING 1 LINES.
