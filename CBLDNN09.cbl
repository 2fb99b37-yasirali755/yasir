       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CBLYAL09.
       AUTHOR.                 yasir ali.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      * THIS PROGRAM reconciles the deposit file written by CBLYAL08  *
      * against the monthly bank statement file. bank deposit credits *
      * are matched to deposits by deposit number, or by amount and   *
      * date when the number was not keyed. matched deposits are      *
      * marked cleared, deposits whose bank amount differs are marked *
      * mismatched, and returned checks are traced back to the check  *
      * item so the seller can be charged back. bank items with no    *
      * deposit behind them and deposits still not cleared are        *
      * listed for the treasurer. the deposit file is rewritten with  *
      * the new clearing status.                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
                 ASSIGN TO "CBLPOPPRM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRM-FILE-STATUS.

           SELECT DEPOSIT-FILE
                 ASSIGN TO DPS-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DPS-FILE-STATUS.

           SELECT BANK-STMT-FILE
                 ASSIGN TO BNK-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BNK-FILE-STATUS.

           SELECT PRTBRCOUT
                 ASSIGN TO PRTBRC-PATH
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

       FD  BANK-STMT-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 43 CHARACTERS
             DATA RECORD IS BNK-REC.

       01  BNK-REC.
             05  BNK-POST-DATE           PIC 9(8).
             05  BNK-TRAN-TYPE           PIC X.
                 88  BNK-IS-DEPOSIT      VALUE 'D'.
                 88  BNK-IS-RETURNED     VALUE 'R'.
             05  BNK-DEP-NO              PIC 9(5).
             05  BNK-AMOUNT              PIC 9(7)V99.
             05  BNK-DESC                PIC X(20).

       FD  PRTBRCOUT
             LABEL RECORD IS OMITTED
             RECORD CONTAINS 132 CHARACTERS
             DATA RECORD IS PRTBRCLINE
             LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTBRCLINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-PATH-AREA.
           05 DPS-PATH        PIC X(80) VALUE 'CBLPOPDPS.DAT'.
           05 BNK-PATH        PIC X(80) VALUE 'CBLPOPBNK.DAT'.
           05 PRTBRC-PATH     PIC X(80) VALUE 'CBLPOPBRC.PRT'.

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
           05 DPS-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-DPSS                PIC XXX           VALUE 'YES'.
           05 BNK-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-BNKS                PIC XXX           VALUE 'YES'.
           05 W-RECON-OK-SW            PIC XXX           VALUE 'YES'.
           05 W-FOUND-SW               PIC XXX           VALUE 'NO'.
           05 W-SUB                    PIC 9(4)          VALUE ZERO.
           05 W-HIT                    PIC 9(4)          VALUE ZERO.
           05 W-STMT-DATE              PIC 9(8)          VALUE ZERO.
           05 W-DAYS-OUT               PIC S9(5)         VALUE ZERO.
           05 W-DIFF                   PIC S9(7)V99      VALUE ZERO.
           05 W-BNK-CTR                PIC 9(5)          VALUE ZERO.
           05 W-CLEARED-CTR            PIC 9(5)          VALUE ZERO.
           05 W-CLEARED-AMT            PIC S9(9)V99      VALUE ZERO.
           05 W-MISMATCH-CTR           PIC 9(5)          VALUE ZERO.
           05 W-MISMATCH-AMT           PIC S9(9)V99      VALUE ZERO.
           05 W-NODEP-CTR              PIC 9(5)          VALUE ZERO.
           05 W-NODEP-AMT              PIC S9(9)V99      VALUE ZERO.
           05 W-RETURN-CTR             PIC 9(5)          VALUE ZERO.
           05 W-RETURN-AMT             PIC S9(9)V99      VALUE ZERO.
           05 W-OPEN-CTR               PIC 9(5)          VALUE ZERO.
           05 W-OPEN-AMT               PIC S9(9)V99      VALUE ZERO.
           05 W-DATE-EDIT.
               10 W-DATE-YYYY          PIC 9(4).
               10 W-DATE-MM            PIC 99.
               10 W-DATE-DD            PIC 99.

       01  DEPOSIT-TABLE-AREA.
           05 W-DPT-CTR                PIC 9(4)          VALUE ZERO.
           05 W-DPT-ENTRY OCCURS 5000 TIMES.
               10 W-DPT-REC-TYPE       PIC X.
               10 W-DPT-DEP-NO         PIC 9(5).
               10 W-DPT-DATE           PIC 9(8).
               10 W-DPT-PAY-TYPE       PIC X.
               10 W-DPT-SELLER-NO      PIC 9(5).
               10 W-DPT-ITEM-CTR       PIC 9(4).
               10 W-DPT-AMOUNT         PIC S9(7)V99.
               10 W-DPT-STATUS         PIC X.
               10 W-DPT-CLEAR-DATE     PIC 9(8).
               10 W-DPT-BANK-AMOUNT    PIC S9(7)V99.

       01 BRC-TITLE-LINE.
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

       01 BRC-TITLE-LINE1.
           05 FILLER                  PIC X(52)           VALUE SPACES.
           05 FILLER                  PIC X(29)           VALUE
                                   'BANK STATEMENT RECONCILIATION'.
           05 FILLER                  PIC X(51)           VALUE SPACES.

       01 BRC-TITLE-LINE2.
           05 FILLER                  PIC X(8)            VALUE
                                       'COBYAL09'.
           05 FILLER                  PIC X(124)          VALUE SPACES.

       01 BRC-REFUSE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(24)           VALUE
                                   'RECONCILIATION REFUSED -'.
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-REFUSE-REASON         PIC X(50).
           05 FILLER                  PIC X(54)           VALUE SPACES.

       01 BRC-SECTION-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-BRC-SECTION           PIC X(50).
           05 FILLER                  PIC X(79)           VALUE SPACES.

       01 BNK-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(9)            VALUE
                                                    'BANK DATE'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'TYPE'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'DEP NO'.
           05 FILLER                  PIC X(9)            VALUE SPACES.
           05 FILLER                  PIC X(11)           VALUE
                                                  'BANK AMOUNT'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(14)           VALUE
                                               'DEPOSIT AMOUNT'.
           05 FILLER                  PIC X(6)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'DIFFERENCE'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'RESULT'.
           05 FILLER                  PIC X(44)           VALUE SPACES.

       01 BNK-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-BNK-MM                PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-BNK-DD                PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-BNK-YYYY              PIC 9(4).
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-BNK-TYPE              PIC X.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-BNK-DEP-NO            PIC ZZZZ9.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-BNK-AMOUNT            PIC $$,$$$,$$$.99-.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-BNK-DEP-AMOUNT        PIC $$,$$$,$$$.99-.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-BNK-DIFF              PIC $$,$$$,$$$.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-BNK-RESULT            PIC X(42).
           05 FILLER                  PIC X(10)           VALUE SPACES.

       01 BNK-RESULT-AREA.
           05 W-RESULT-TEXT           PIC X(36)           VALUE SPACES.
           05 W-RESULT-SELLER         PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(1)            VALUE SPACES.

       01 OPN-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'DEP NO'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(12)           VALUE
                                                 'DEPOSIT DATE'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'TYPE'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'ITEMS'.
           05 FILLER                  PIC X(10)           VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'AMOUNT'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     'DAYS OUT'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'STATUS'.
           05 FILLER                  PIC X(57)           VALUE SPACES.

       01 OPN-DETAIL-LINE.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-OPN-DEP-NO            PIC 9(5).
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-OPN-MM                PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-OPN-DD                PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-OPN-YYYY              PIC 9(4).
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 O-OPN-TYPE              PIC X.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 O-OPN-ITEMS             PIC ZZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-OPN-AMOUNT            PIC $$,$$$,$$$.99-.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-OPN-DAYS              PIC ZZZZ9-.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-OPN-STATUS            PIC X(12).
           05 FILLER                  PIC X(52)           VALUE SPACES.

       01 SUM-AMOUNT-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-SUM-LABEL             PIC X(36).
           05 O-SUM-COUNT             PIC ZZ,ZZ9.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-SUM-AMOUNT            PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(68)           VALUE SPACES.

       PROCEDURE DIVISION.
       0000-COBYAL09.
           PERFORM 1000-INIT.
           PERFORM 2000-VERIFY.
           IF W-RECON-OK-SW = 'YES'
               PERFORM 3000-MATCH-STATEMENT
               PERFORM 4000-UNCLEARED-DEPOSITS
               PERFORM 5000-SUMMARY
               PERFORM 6000-REWRITE-DEPOSITS
           END-IF.
           CLOSE PRTBRCOUT.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MONTH        TO O-MONTH.
           MOVE I-DAY          TO O-DAY.
           MOVE I-YEAR         TO O-YEAR.
           PERFORM 1300-READ-PARM-FILE.
           PERFORM 1350-BUILD-PATHS.
           OPEN OUTPUT PRTBRCOUT.
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
               MOVE DPS-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO DPS-PATH
               MOVE BNK-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO BNK-PATH
               MOVE PRTBRC-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO PRTBRC-PATH
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
                           IF W-DPT-CTR < 5000
                               ADD 1 TO W-DPT-CTR
                               MOVE DPS-REC TO W-DPT-ENTRY(W-DPT-CTR)
                           ELSE
                               MOVE 'NO' TO W-RECON-OK-SW
                               MOVE 'NO' TO MORE-DPSS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE.

       2000-VERIFY.
           IF DPS-FILE-STATUS NOT = '00'
               MOVE 'NO DEPOSIT FILE - RUN CBLYAL08 FIRST'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           ELSE
               IF W-RECON-OK-SW = 'NO'
                   MOVE 'DEPOSIT FILE EXCEEDS 5000 RECORDS'
                       TO O-REFUSE-REASON
                   PERFORM 2050-REFUSE
               END-IF
           END-IF.
           OPEN INPUT BANK-STMT-FILE.
           IF BNK-FILE-STATUS NOT = '00'
               MOVE 'NO BANK STATEMENT FILE'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           ELSE
               CLOSE BANK-STMT-FILE
           END-IF.

       2050-REFUSE.
           MOVE 'NO' TO W-RECON-OK-SW.
           WRITE PRTBRCLINE
              FROM BRC-REFUSE-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       3000-MATCH-STATEMENT.
           MOVE 'BANK STATEMENT ITEMS' TO O-BRC-SECTION.
           WRITE PRTBRCLINE
              FROM BRC-SECTION-LINE
                 AFTER ADVANCING 2 LINES.
           WRITE PRTBRCLINE
              FROM BNK-HEADING-LINE
                 AFTER ADVANCING 2 LINES.
           OPEN INPUT BANK-STMT-FILE.
           PERFORM UNTIL MORE-BNKS = 'NO'
               READ BANK-STMT-FILE
                   AT END
                       MOVE 'NO' TO MORE-BNKS
                   NOT AT END
                       PERFORM 3050-MATCH-BANK-ITEM
               END-READ
           END-PERFORM.
           CLOSE BANK-STMT-FILE.

       3050-MATCH-BANK-ITEM.
           ADD 1 TO W-BNK-CTR.
           IF BNK-POST-DATE > W-STMT-DATE
               MOVE BNK-POST-DATE TO W-STMT-DATE
           END-IF.
           MOVE SPACES TO BNK-RESULT-AREA.
           MOVE 0      TO O-BNK-DEP-AMOUNT.
           MOVE 0      TO O-BNK-DIFF.
           EVALUATE TRUE
               WHEN BNK-IS-DEPOSIT
                   PERFORM 3100-MATCH-DEPOSIT
               WHEN BNK-IS-RETURNED
                   PERFORM 3200-MATCH-RETURNED-CHECK
               WHEN OTHER
                   ADD 1 TO W-NODEP-CTR
                   ADD BNK-AMOUNT TO W-NODEP-AMT
                   MOVE 'BANK ITEM - NO DEPOSIT' TO W-RESULT-TEXT
           END-EVALUATE.
           MOVE BNK-POST-DATE   TO W-DATE-EDIT.
           MOVE W-DATE-MM       TO O-BNK-MM.
           MOVE W-DATE-DD       TO O-BNK-DD.
           MOVE W-DATE-YYYY     TO O-BNK-YYYY.
           MOVE BNK-TRAN-TYPE   TO O-BNK-TYPE.
           MOVE BNK-DEP-NO      TO O-BNK-DEP-NO.
           MOVE BNK-AMOUNT      TO O-BNK-AMOUNT.
           MOVE BNK-RESULT-AREA TO O-BNK-RESULT.
           WRITE PRTBRCLINE
              FROM BNK-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9110-BANK-HEADING.

       3100-MATCH-DEPOSIT.
           MOVE 'NO' TO W-FOUND-SW.
           MOVE 0    TO W-HIT.
           IF BNK-DEP-NO > 0
               PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > W-DPT-CTR OR W-FOUND-SW = 'YES'
                   IF W-DPT-REC-TYPE(W-SUB) = 'H'
                       AND W-DPT-DEP-NO(W-SUB) = BNK-DEP-NO
                       MOVE 'YES' TO W-FOUND-SW
                       MOVE W-SUB TO W-HIT
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > W-DPT-CTR OR W-FOUND-SW = 'YES'
                   IF W-DPT-REC-TYPE(W-SUB) = 'H'
                       AND W-DPT-STATUS(W-SUB) = 'O'
                       AND W-DPT-AMOUNT(W-SUB) = BNK-AMOUNT
                       AND W-DPT-DATE(W-SUB) NOT > BNK-POST-DATE
                       MOVE 'YES' TO W-FOUND-SW
                       MOVE W-SUB TO W-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF W-FOUND-SW = 'NO'
               ADD 1 TO W-NODEP-CTR
               ADD BNK-AMOUNT TO W-NODEP-AMT
               MOVE 'BANK CREDIT - NO DEPOSIT' TO W-RESULT-TEXT
           ELSE
               PERFORM 3150-CLEAR-DEPOSIT
           END-IF.

       3150-CLEAR-DEPOSIT.
           MOVE W-DPT-DEP-NO(W-HIT) TO O-BNK-DEP-NO.
           MOVE W-DPT-AMOUNT(W-HIT) TO O-BNK-DEP-AMOUNT.
           COMPUTE W-DIFF = BNK-AMOUNT - W-DPT-AMOUNT(W-HIT).
           MOVE W-DIFF TO O-BNK-DIFF.
           IF W-DPT-STATUS(W-HIT) NOT = 'O'
               ADD 1 TO W-NODEP-CTR
               ADD BNK-AMOUNT TO W-NODEP-AMT
               MOVE 'DEPOSIT ALREADY CLEARED' TO W-RESULT-TEXT
           ELSE
               MOVE BNK-POST-DATE TO W-DPT-CLEAR-DATE(W-HIT)
               MOVE BNK-AMOUNT    TO W-DPT-BANK-AMOUNT(W-HIT)
               IF W-DIFF = 0
                   MOVE 'C' TO W-DPT-STATUS(W-HIT)
                   ADD 1 TO W-CLEARED-CTR
                   ADD BNK-AMOUNT TO W-CLEARED-AMT
                   MOVE 'CLEARED' TO W-RESULT-TEXT
               ELSE
                   MOVE 'M' TO W-DPT-STATUS(W-HIT)
                   ADD 1 TO W-MISMATCH-CTR
                   ADD W-DIFF TO W-MISMATCH-AMT
                   MOVE 'AMOUNT DOES NOT MATCH DEPOSIT'
                       TO W-RESULT-TEXT
               END-IF
           END-IF.
           IF BNK-DEP-NO = 0
               MOVE W-DPT-DEP-NO(W-HIT) TO BNK-DEP-NO
           END-IF.

       3200-MATCH-RETURNED-CHECK.
           MOVE 'NO' TO W-FOUND-SW.
           MOVE 0    TO W-HIT.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-DPT-CTR OR W-FOUND-SW = 'YES'
               IF W-DPT-REC-TYPE(W-SUB) = 'I'
                   AND W-DPT-PAY-TYPE(W-SUB) = 'K'
                   AND W-DPT-STATUS(W-SUB) NOT = 'R'
                   AND W-DPT-AMOUNT(W-SUB) = BNK-AMOUNT
                   AND (BNK-DEP-NO = 0
                        OR W-DPT-DEP-NO(W-SUB) = BNK-DEP-NO)
                   MOVE 'YES' TO W-FOUND-SW
                   MOVE W-SUB TO W-HIT
               END-IF
           END-PERFORM.
           ADD 1 TO W-RETURN-CTR.
           ADD BNK-AMOUNT TO W-RETURN-AMT.
           IF W-FOUND-SW = 'NO'
               ADD 1 TO W-NODEP-CTR
               ADD BNK-AMOUNT TO W-NODEP-AMT
               MOVE 'RETURNED ITEM - NO CHECK FOUND' TO W-RESULT-TEXT
           ELSE
               MOVE 'R'                 TO W-DPT-STATUS(W-HIT)
               MOVE BNK-POST-DATE       TO W-DPT-CLEAR-DATE(W-HIT)
               MOVE BNK-AMOUNT          TO W-DPT-BANK-AMOUNT(W-HIT)
               MOVE W-DPT-AMOUNT(W-HIT) TO O-BNK-DEP-AMOUNT
               MOVE W-DPT-DEP-NO(W-HIT) TO BNK-DEP-NO
               MOVE 'RETURNED CHECK - CHARGE BACK SELLER'
                                        TO W-RESULT-TEXT
               MOVE W-DPT-SELLER-NO(W-HIT) TO W-RESULT-SELLER
           END-IF.

       4000-UNCLEARED-DEPOSITS.
           IF W-STMT-DATE = 0
               MOVE I-DATE TO W-STMT-DATE
           END-IF.
           MOVE 'DEPOSITS NOT CLEARED BY THE BANK' TO O-BRC-SECTION.
           PERFORM 9120-OPEN-HEADING.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-DPT-CTR
               IF W-DPT-REC-TYPE(W-SUB) = 'H'
                   AND W-DPT-STATUS(W-SUB) = 'O'
                   PERFORM 4100-UNCLEARED-LINE
               END-IF
           END-PERFORM.

       4100-UNCLEARED-LINE.
           ADD 1 TO W-OPEN-CTR.
           ADD W-DPT-AMOUNT(W-SUB) TO W-OPEN-AMT.
           MOVE W-DPT-DEP-NO(W-SUB)   TO O-OPN-DEP-NO.
           MOVE W-DPT-DATE(W-SUB)     TO W-DATE-EDIT.
           MOVE W-DATE-MM             TO O-OPN-MM.
           MOVE W-DATE-DD             TO O-OPN-DD.
           MOVE W-DATE-YYYY           TO O-OPN-YYYY.
           MOVE W-DPT-PAY-TYPE(W-SUB) TO O-OPN-TYPE.
           MOVE W-DPT-ITEM-CTR(W-SUB) TO O-OPN-ITEMS.
           MOVE W-DPT-AMOUNT(W-SUB)   TO O-OPN-AMOUNT.
           IF W-DPT-DATE(W-SUB) > W-STMT-DATE
               MOVE 0            TO O-OPN-DAYS
               MOVE 'IN TRANSIT' TO O-OPN-STATUS
           ELSE
               COMPUTE W-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(W-STMT-DATE) -
                   FUNCTION INTEGER-OF-DATE(W-DPT-DATE(W-SUB))
               MOVE W-DAYS-OUT    TO O-OPN-DAYS
               MOVE 'NOT CLEARED' TO O-OPN-STATUS
           END-IF.
           WRITE PRTBRCLINE
              FROM OPN-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9120-OPEN-HEADING.

       5000-SUMMARY.
           MOVE 'RECONCILIATION SUMMARY' TO O-BRC-SECTION.
           WRITE PRTBRCLINE
              FROM BRC-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           MOVE 'BANK STATEMENT ITEMS READ'       TO O-SUM-LABEL.
           MOVE W-BNK-CTR                         TO O-SUM-COUNT.
           MOVE 0                                 TO O-SUM-AMOUNT.
           PERFORM 5100-SUMMARY-LINE.
           MOVE 'DEPOSITS CLEARED'                TO O-SUM-LABEL.
           MOVE W-CLEARED-CTR                     TO O-SUM-COUNT.
           MOVE W-CLEARED-AMT                     TO O-SUM-AMOUNT.
           PERFORM 5100-SUMMARY-LINE.
           MOVE 'DEPOSITS WITH AMOUNT DIFFERENCES' TO O-SUM-LABEL.
           MOVE W-MISMATCH-CTR                    TO O-SUM-COUNT.
           MOVE W-MISMATCH-AMT                    TO O-SUM-AMOUNT.
           PERFORM 5100-SUMMARY-LINE.
           MOVE 'RETURNED CHECKS'                 TO O-SUM-LABEL.
           MOVE W-RETURN-CTR                      TO O-SUM-COUNT.
           MOVE W-RETURN-AMT                      TO O-SUM-AMOUNT.
           PERFORM 5100-SUMMARY-LINE.
           MOVE 'BANK ITEMS WITH NO DEPOSIT'      TO O-SUM-LABEL.
           MOVE W-NODEP-CTR                       TO O-SUM-COUNT.
           MOVE W-NODEP-AMT                       TO O-SUM-AMOUNT.
           PERFORM 5100-SUMMARY-LINE.
           MOVE 'DEPOSITS NOT YET CLEARED'        TO O-SUM-LABEL.
           MOVE W-OPEN-CTR                        TO O-SUM-COUNT.
           MOVE W-OPEN-AMT                        TO O-SUM-AMOUNT.
           PERFORM 5100-SUMMARY-LINE.

       5100-SUMMARY-LINE.
           WRITE PRTBRCLINE
              FROM SUM-AMOUNT-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       6000-REWRITE-DEPOSITS.
           OPEN OUTPUT DEPOSIT-FILE.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-DPT-CTR
               MOVE W-DPT-ENTRY(W-SUB) TO DPS-REC
               WRITE DPS-REC
           END-PERFORM.
           CLOSE DEPOSIT-FILE.

       9100-HEADING.
           ADD 1 TO CPCTR.
           MOVE CPCTR TO O-PCTR.
           WRITE PRTBRCLINE
             FROM BRC-TITLE-LINE
                AFTER ADVANCING PAGE.
           WRITE PRTBRCLINE
              FROM BRC-TITLE-LINE2
                 AFTER ADVANCING 1 LINES.
           WRITE PRTBRCLINE
              FROM BRC-TITLE-LINE1
                 AFTER ADVANCING 1 LINES.

       9110-BANK-HEADING.
           PERFORM 9100-HEADING.
           WRITE PRTBRCLINE
              FROM BNK-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9120-OPEN-HEADING.
           PERFORM 9100-HEADING.
           WRITE PRTBRCLINE
              FROM BRC-SECTION-LINE
                 AFTER ADVANCING 2 LINES.
           WRITE PRTBRCLINE
              FROM OPN-HEADING-LINE
                 AFTER ADVANCING 2 LINES.
