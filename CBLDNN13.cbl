       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CBLYAL13.
       AUTHOR.                 yasir ali.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      * THIS PROGRAM maintains the rate file. add, change and expire  *
      * transactions are applied to a copy of the rate table, which   *
      * is then edited as a whole: every row must be a known rate     *
      * type with a good key, amount and dates, the date ranges for   *
      * the same type and key may not overlap or leave a gap, and a   *
      * price must be in effect for each of the six pop types and a   *
      * deposit and tax rate for each of the six states. only a clean *
      * table is written back. a before and after proof listing is    *
      * printed for the treasurer to sign, every rate change goes to  *
      * the rate audit log, and the proof control record lets the     *
      * sales run check that the rate file has not been touched since *
      * the last proof listing.                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
                 ASSIGN TO "CBLPOPPRM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRM-FILE-STATUS.

           SELECT POPRATE-FILE
                 ASSIGN TO RATE-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RATE-FILE-STATUS.

           SELECT RATE-TRANS-FILE
                 ASSIGN TO RTX-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RTX-FILE-STATUS.

           SELECT RATE-AUDIT-FILE
                 ASSIGN TO RAU-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RAU-FILE-STATUS.

           SELECT RATE-PROOF-FILE
                 ASSIGN TO RPF-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RPF-FILE-STATUS.

           SELECT PRTRPLOUT
                 ASSIGN TO PRTRPL-PATH
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

       FD  POPRATE-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 27 CHARACTERS
             DATA RECORD IS RATE-REC.

       01  RATE-REC.
             05  RATE-TYPE               PIC X.
                 88  RATE-IS-PRICE       VALUE 'P'.
                 88  RATE-IS-DEPOSIT     VALUE 'D'.
                 88  RATE-IS-TAX         VALUE 'T'.
                 88  RATE-IS-COST        VALUE 'C'.
             05  RATE-KEY                PIC XX.
             05  RATE-AMOUNT             PIC 9(4)V9(4).
             05  RATE-EFF-DATE           PIC 9(8).
             05  RATE-END-DATE           PIC 9(8).

       FD  RATE-TRANS-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 36 CHARACTERS
             DATA RECORD IS RTX-REC.

       01  RTX-REC.
             05  RTX-ACTION              PIC X.
                 88  RTX-IS-ADD          VALUE 'A'.
                 88  RTX-IS-CHANGE       VALUE 'C'.
                 88  RTX-IS-EXPIRE       VALUE 'E'.
             05  RTX-TYPE                PIC X.
             05  RTX-KEY                 PIC XX.
             05  RTX-EFF-DATE            PIC 9(8).
             05  RTX-AMOUNT              PIC 9(4)V9(4).
             05  RTX-END-DATE            PIC 9(8).
             05  RTX-USER                PIC X(8).

       FD  RATE-AUDIT-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 66 CHARACTERS
             DATA RECORD IS RAU-REC.

       01  RAU-REC.
             05  RAU-DATE                PIC 9(8).
             05  RAU-TIME                PIC 9(6).
             05  RAU-ACTION              PIC X.
             05  RAU-TYPE                PIC X.
             05  RAU-KEY                 PIC XX.
             05  RAU-EFF-DATE            PIC 9(8).
             05  RAU-OLD-AMOUNT          PIC 9(4)V9(4).
             05  RAU-OLD-END-DATE        PIC 9(8).
             05  RAU-NEW-AMOUNT          PIC 9(4)V9(4).
             05  RAU-NEW-END-DATE        PIC 9(8).
             05  RAU-USER                PIC X(8).

       FD  RATE-PROOF-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 34 CHARACTERS
             DATA RECORD IS RPF-REC.

       01  RPF-REC.
             05  RPF-PROOF-DATE          PIC 9(8).
             05  RPF-PROOF-TIME          PIC 9(6).
             05  RPF-REC-CTR             PIC 9(5).
             05  RPF-HASH-TOTAL          PIC 9(15).

       FD  PRTRPLOUT
             LABEL RECORD IS OMITTED
             RECORD CONTAINS 132 CHARACTERS
             DATA RECORD IS PRTRPLLINE
             LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTRPLLINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-PATH-AREA.
           05 RATE-PATH       PIC X(80) VALUE 'CBLPOPRAT.DAT'.
           05 RTX-PATH        PIC X(80) VALUE 'CBLPOPRTX.DAT'.
           05 RAU-PATH        PIC X(80) VALUE 'CBLPOPRAU.DAT'.
           05 RPF-PATH        PIC X(80) VALUE 'CBLPOPRPF.DAT'.
           05 PRTRPL-PATH     PIC X(80) VALUE 'CBLPOPRPL.PRT'.

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
           05 RATE-FILE-STATUS         PIC XX            VALUE '00'.
           05 MORE-RATES               PIC XXX           VALUE 'YES'.
           05 RTX-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-RTXS                PIC XXX           VALUE 'YES'.
           05 RAU-FILE-STATUS          PIC XX            VALUE '00'.
           05 RPF-FILE-STATUS          PIC XX            VALUE '00'.
           05 W-MAINT-OK-SW            PIC XXX           VALUE 'YES'.
           05 W-RATE-FILE-SW           PIC XXX           VALUE 'YES'.
           05 W-FOUND-SW               PIC XXX           VALUE 'NO'.
           05 W-KEY-OK-SW              PIC XXX           VALUE 'NO'.
           05 W-ASOF-DATE              PIC 9(8)          VALUE ZERO.
           05 W-SUB                    PIC 99            VALUE ZERO.
           05 W-SUB2                   PIC 99            VALUE ZERO.
           05 W-PRIOR                  PIC 99            VALUE ZERO.
           05 W-FOUND-SUB              PIC 99            VALUE ZERO.
           05 W-POP-SUB                PIC 99            VALUE ZERO.
           05 W-STATE-SUB              PIC 9             VALUE ZERO.
           05 W-CHK-KEY                PIC XX            VALUE SPACES.
           05 W-CHK-TYPE               PIC X             VALUE SPACES.
           05 W-TX-REASON              PIC X(40)         VALUE SPACES.
           05 W-PRIOR-END              PIC 9(8)          VALUE ZERO.
           05 W-PRIOR-END-INT          PIC 9(7)          VALUE ZERO.
           05 W-NEXT-EFF-INT           PIC 9(7)          VALUE ZERO.
           05 W-DAY-DIFF               PIC S9(7)         VALUE ZERO.
           05 W-END-NORMAL             PIC 9(8)          VALUE ZERO.
           05 W-HASH-RECS              PIC 9(5)          VALUE ZERO.
           05 W-HASH-POS               PIC 99            VALUE ZERO.
           05 W-HASH-TOTAL             PIC 9(15)         VALUE ZERO.
           05 W-RTX-READ-CTR           PIC 9(5)          VALUE ZERO.
           05 W-RTX-OK-CTR             PIC 9(5)          VALUE ZERO.
           05 W-RTX-BAD-CTR            PIC 9(5)          VALUE ZERO.
           05 W-EDIT-ERR-CTR           PIC 9(5)          VALUE ZERO.
           05 W-AUDIT-CTR              PIC 9(5)          VALUE ZERO.
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
           05 W-DATE-TEXT              PIC X(10)         VALUE SPACES.

       01  STATE-LIST-AREA.
           05 W-STATE-LIST             PIC X(12)         VALUE
                                                   'IAILMIMONEWI'.
           05 W-STATE-CODES REDEFINES W-STATE-LIST.
               10 W-STATE-CODE         PIC XX OCCURS 6 TIMES.

       01  RATE-TABLE-AREA.
           05 W-OLD-CTR                PIC 99            VALUE ZERO.
           05 W-OLD-ROW OCCURS 50 TIMES.
               10 W-OLD-TYPE           PIC X.
               10 W-OLD-KEY            PIC XX.
               10 W-OLD-AMOUNT         PIC 9(4)V9(4).
               10 W-OLD-EFF-DATE       PIC 9(8).
               10 W-OLD-END-DATE       PIC 9(8).
           05 W-NEW-CTR                PIC 99            VALUE ZERO.
           05 W-NEW-ENTRY OCCURS 50 TIMES.
               10 W-NEW-ROW.
                   15 W-NEW-TYPE       PIC X.
                   15 W-NEW-KEY        PIC XX.
                   15 W-NEW-AMOUNT     PIC 9(4)V9(4).
                   15 W-NEW-EFF-DATE   PIC 9(8).
                   15 W-NEW-END-DATE   PIC 9(8).
               10 W-NEW-ACTION         PIC X.
               10 W-NEW-OLD-AMOUNT     PIC 9(4)V9(4).
               10 W-NEW-OLD-END        PIC 9(8).
               10 W-NEW-USER           PIC X(8).
               10 W-NEW-BAD-SW         PIC X.
           05 W-SWAP-ENTRY             PIC X(53).

       01  LIST-ENTRY-AREA.
           05 W-LST-ROW.
               10 W-LST-TYPE           PIC X.
               10 W-LST-KEY            PIC XX.
               10 W-LST-AMOUNT         PIC 9(4)V9(4).
               10 W-LST-EFF-DATE       PIC 9(8).
               10 W-LST-END-DATE       PIC 9(8).
           05 W-LST-ACTION             PIC X.
           05 W-LST-OLD-AMOUNT         PIC 9(4)V9(4).
           05 W-LST-OLD-END            PIC 9(8).
           05 W-LST-USER               PIC X(8).
           05 W-LST-BAD-SW             PIC X.

       01 RPL-TITLE-LINE.
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

       01 RPL-TITLE-LINE1.
           05 FILLER                  PIC X(53)           VALUE SPACES.
           05 FILLER                  PIC X(24)           VALUE
                                   'RATE TABLE PROOF LISTING'.
           05 FILLER                  PIC X(55)           VALUE SPACES.

       01 RPL-TITLE-LINE2.
           05 FILLER                  PIC X(8)            VALUE
                                       'COBYAL13'.
           05 FILLER                  PIC X(124)          VALUE SPACES.

       01 RPL-ASOF-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'DIVISION: '.
           05 O-ASOF-DIV              PIC 9.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(31)           VALUE
                                'RATES MUST BE IN EFFECT AS OF: '.
           05 O-ASOF-DATE             PIC X(10).
           05 FILLER                  PIC X(72)           VALUE SPACES.

       01 RPL-REFUSE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(24)           VALUE
                                     'RATE MAINTENANCE REFUSED'.
           05 FILLER                  PIC X(3)            VALUE ' - '.
           05 O-REFUSE-REASON         PIC X(50).
           05 FILLER                  PIC X(52)           VALUE SPACES.

       01 RPL-SECTION-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-RPL-SECTION           PIC X(60).
           05 FILLER                  PIC X(69)           VALUE SPACES.

       01 ROW-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     'ACTION  '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     'TYPE    '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(3)            VALUE 'KEY'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'EFFECTIVE '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'ENDS      '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(9)            VALUE
                                                      '   AMOUNT'.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 FILLER                  PIC X(9)            VALUE
                                                      'OLD AMT  '.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'OLD END   '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     'BY      '.
           05 FILLER                  PIC X(34)           VALUE SPACES.

       01 ROW-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-ROW-ACTION            PIC X(8).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-ROW-TYPE              PIC X(8).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-ROW-KEY               PIC XX.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-ROW-EFF               PIC X(10).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-ROW-END               PIC X(10).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-ROW-AMOUNT-AREA.
               10 O-ROW-AMOUNT        PIC ZZZ9.9999.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-ROW-OLD-AREA.
               10 O-ROW-OLD-AMOUNT    PIC ZZZ9.9999.
               10 FILLER              PIC X(3).
               10 O-ROW-OLD-END       PIC X(10).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-ROW-USER              PIC X(8).
           05 FILLER                  PIC X(34)           VALUE SPACES.

       01 TX-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'ACTION'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'TYPE'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(3)            VALUE 'KEY'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'EFFECTIVE '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(9)            VALUE
                                                      '   AMOUNT'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'ENDS      '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     'BY      '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'RESULT'.
           05 FILLER                  PIC X(59)           VALUE SPACES.

       01 TX-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-TX-ACTION             PIC X(6).
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-TX-TYPE               PIC X.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-TX-KEY                PIC XX.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-TX-EFF                PIC X(10).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-TX-AMOUNT-AREA.
               10 O-TX-AMOUNT         PIC ZZZ9.9999.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-TX-END                PIC X(10).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-TX-USER               PIC X(8).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-TX-RESULT             PIC X(40).
           05 FILLER                  PIC X(25)           VALUE SPACES.

       01 EDIT-ERROR-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-ERR-TYPE              PIC X(8).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-ERR-KEY               PIC XX.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-ERR-EFF               PIC X(10).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-ERR-MSG               PIC X(50).
           05 FILLER                  PIC X(51)           VALUE SPACES.

       01 RPL-MSG-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-RPL-MSG               PIC X(60).
           05 FILLER                  PIC X(69)           VALUE SPACES.

       01 RPL-CTR-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-RPL-LABEL             PIC X(40).
           05 O-RPL-COUNT             PIC ZZ,ZZ9.
           05 FILLER                  PIC X(83)           VALUE SPACES.

       01 RPL-SIGN-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(30)           VALUE
                                   'PROOF CHECKED AND APPROVED BY:'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(30)           VALUE ALL '_'.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'DATE: '.
           05 FILLER                  PIC X(12)           VALUE ALL '_'.
           05 FILLER                  PIC X(44)           VALUE SPACES.

       PROCEDURE DIVISION.
       0000-COBYAL13.
           PERFORM 1000-INIT.
           PERFORM 1500-LOAD-RATES.
           IF W-MAINT-OK-SW = 'YES'
               PERFORM 2000-BEFORE-LISTING
               PERFORM 3000-APPLY-TRANS
               PERFORM 4000-EDIT-TABLE
               PERFORM 5000-AFTER-LISTING
               IF W-EDIT-ERR-CTR = 0
                   PERFORM 6000-UPDATE-FILES
               END-IF
               PERFORM 7000-SUMMARY
           END-IF.
           CLOSE PRTRPLOUT.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MONTH        TO O-MONTH.
           MOVE I-DAY          TO O-DAY.
           MOVE I-YEAR         TO O-YEAR.
           MOVE I-DATE         TO W-ASOF-DATE.
           PERFORM 1300-READ-PARM-FILE.
           PERFORM 1350-BUILD-PATHS.
           MOVE W-DIVISION-ID  TO O-ASOF-DIV.
           MOVE W-ASOF-DATE    TO W-DATE-EDIT.
           PERFORM 9400-FORMAT-DATE.
           MOVE W-DATE-OUT     TO O-ASOF-DATE.
           OPEN OUTPUT PRTRPLOUT.
           PERFORM 9100-HEADING.

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
               WHEN 'RATEDATE'
                   IF PRM-VALUE(1:8) NUMERIC
                       MOVE PRM-VALUE(1:8) TO W-ASOF-DATE
                   END-IF
           END-EVALUATE.

       1350-BUILD-PATHS.
           IF W-DATA-PATH NOT = SPACES
               MOVE RATE-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO RATE-PATH
               MOVE RTX-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO RTX-PATH
               MOVE RAU-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO RAU-PATH
               MOVE RPF-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO RPF-PATH
               MOVE PRTRPL-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO PRTRPL-PATH
           END-IF.

       1360-PREFIX-PATH.
           MOVE SPACES TO W-PATH-BUILT.
           STRING FUNCTION TRIM(W-DATA-PATH)  DELIMITED BY SIZE
                  FUNCTION TRIM(W-PATH-FILE)  DELIMITED BY SIZE
               INTO W-PATH-BUILT.

       1500-LOAD-RATES.
           OPEN INPUT POPRATE-FILE.
           IF RATE-FILE-STATUS = '00'
               PERFORM UNTIL MORE-RATES = 'NO'
                   READ POPRATE-FILE
                       AT END
                           MOVE 'NO' TO MORE-RATES
                       NOT AT END
                           PERFORM 1510-STORE-RATE
                   END-READ
               END-PERFORM
               CLOSE POPRATE-FILE
           ELSE
               MOVE 'NO' TO W-RATE-FILE-SW
           END-IF.
           IF W-OLD-CTR > 50
               MOVE 'RATE FILE HOLDS MORE THAN 50 ROWS'
                   TO O-REFUSE-REASON
               PERFORM 1550-REFUSE
           END-IF.

       1510-STORE-RATE.
           ADD 1 TO W-OLD-CTR.
           IF W-OLD-CTR NOT > 50
               MOVE RATE-REC TO W-OLD-ROW(W-OLD-CTR)
               MOVE W-OLD-CTR TO W-NEW-CTR
               MOVE RATE-REC TO W-NEW-ROW(W-NEW-CTR)
               MOVE SPACE    TO W-NEW-ACTION(W-NEW-CTR)
               MOVE 0        TO W-NEW-OLD-AMOUNT(W-NEW-CTR)
               MOVE 0        TO W-NEW-OLD-END(W-NEW-CTR)
               MOVE SPACES   TO W-NEW-USER(W-NEW-CTR)
               MOVE 'N'      TO W-NEW-BAD-SW(W-NEW-CTR)
           ELSE
               MOVE 'NO' TO MORE-RATES
           END-IF.

       1550-REFUSE.
           MOVE 'NO' TO W-MAINT-OK-SW.
           WRITE PRTRPLLINE
              FROM RPL-REFUSE-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

      *****************************************************************
      * BEFORE LISTING - THE RATE FILE AS IT STANDS, IN FILE ORDER    *
      *****************************************************************
       2000-BEFORE-LISTING.
           MOVE 'RATE TABLE BEFORE CHANGES' TO O-RPL-SECTION.
           PERFORM 9110-ROW-HEADING.
           IF W-RATE-FILE-SW = 'NO'
               MOVE 'NO RATE FILE FOUND - TABLE STARTS EMPTY'
                   TO O-RPL-MSG
               PERFORM 9150-MSG-LINE
           END-IF.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-OLD-CTR
               MOVE W-OLD-ROW(W-SUB) TO W-LST-ROW
               MOVE SPACE            TO W-LST-ACTION
               MOVE SPACES           TO W-LST-USER
               PERFORM 2100-ROW-LINE
           END-PERFORM.

       2100-ROW-LINE.
           EVALUATE W-LST-ACTION
               WHEN 'A'   MOVE 'ADDED'   TO O-ROW-ACTION
               WHEN 'C'   MOVE 'CHANGED' TO O-ROW-ACTION
               WHEN 'E'   MOVE 'EXPIRED' TO O-ROW-ACTION
               WHEN OTHER MOVE SPACES    TO O-ROW-ACTION
           END-EVALUATE.
           MOVE W-LST-TYPE TO W-CHK-TYPE.
           PERFORM 9300-TYPE-NAME.
           MOVE W-LST-KEY  TO O-ROW-KEY.
           MOVE W-LST-EFF-DATE TO W-DATE-EDIT.
           PERFORM 9410-EFF-TEXT.
           MOVE W-DATE-TEXT TO O-ROW-EFF.
           MOVE W-LST-END-DATE TO W-DATE-EDIT.
           PERFORM 9420-END-TEXT.
           MOVE W-DATE-TEXT TO O-ROW-END.
           IF W-LST-AMOUNT NUMERIC
               MOVE W-LST-AMOUNT TO O-ROW-AMOUNT
           ELSE
               MOVE W-LST-AMOUNT TO O-ROW-AMOUNT-AREA
           END-IF.
           IF W-LST-ACTION = 'C' OR W-LST-ACTION = 'E'
               MOVE W-LST-OLD-AMOUNT TO O-ROW-OLD-AMOUNT
               MOVE W-LST-OLD-END    TO W-DATE-EDIT
               PERFORM 9420-END-TEXT
               MOVE W-DATE-TEXT      TO O-ROW-OLD-END
           ELSE
               MOVE SPACES TO O-ROW-OLD-AREA
           END-IF.
           MOVE W-LST-USER TO O-ROW-USER.
           WRITE PRTRPLLINE
              FROM ROW-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

      *****************************************************************
      * APPLY ADD, CHANGE AND EXPIRE TRANSACTIONS TO THE NEW TABLE    *
      *****************************************************************
       3000-APPLY-TRANS.
           MOVE 'RATE TRANSACTIONS' TO O-RPL-SECTION.
           PERFORM 9120-TX-HEADING.
           OPEN INPUT RATE-TRANS-FILE.
           IF RTX-FILE-STATUS = '00'
               PERFORM UNTIL MORE-RTXS = 'NO'
                   READ RATE-TRANS-FILE
                       AT END
                           MOVE 'NO' TO MORE-RTXS
                       NOT AT END
                           PERFORM 3100-EDIT-TRANS
                   END-READ
               END-PERFORM
               CLOSE RATE-TRANS-FILE
           END-IF.
           IF W-RTX-READ-CTR = 0
               MOVE 'NO RATE TRANSACTIONS - PROOF OF FILE ONLY'
                   TO O-RPL-MSG
               PERFORM 9150-MSG-LINE
           END-IF.

       3100-EDIT-TRANS.
           ADD 1 TO W-RTX-READ-CTR.
           MOVE SPACES TO W-TX-REASON.
           IF NOT RTX-IS-ADD AND NOT RTX-IS-CHANGE
               AND NOT RTX-IS-EXPIRE
               MOVE 'ACTION MUST BE A, C OR E' TO W-TX-REASON
           END-IF.
           IF W-TX-REASON = SPACES
               MOVE RTX-TYPE TO W-CHK-TYPE
               MOVE RTX-KEY  TO W-CHK-KEY
               PERFORM 9350-CHECK-KEY
               IF W-KEY-OK-SW = 'NO'
                   MOVE 'RATE TYPE OR KEY NOT VALID' TO W-TX-REASON
               END-IF
           END-IF.
           IF W-TX-REASON = SPACES
               IF RTX-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT VALID' TO W-TX-REASON
               ELSE
                   IF RTX-EFF-DATE > 0
                      AND FUNCTION TEST-DATE-YYYYMMDD(RTX-EFF-DATE)
                          NOT = 0
                       MOVE 'EFFECTIVE DATE NOT VALID' TO W-TX-REASON
                   END-IF
               END-IF
           END-IF.
           IF W-TX-REASON = SPACES
               EVALUATE TRUE
                   WHEN RTX-IS-ADD     PERFORM 3200-ADD-RATE
                   WHEN RTX-IS-CHANGE  PERFORM 3300-CHANGE-RATE
                   WHEN RTX-IS-EXPIRE  PERFORM 3400-EXPIRE-RATE
               END-EVALUATE
           END-IF.
           IF W-TX-REASON = SPACES
               ADD 1 TO W-RTX-OK-CTR
               MOVE 'ACCEPTED' TO O-TX-RESULT
           ELSE
               ADD 1 TO W-RTX-BAD-CTR
               MOVE W-TX-REASON TO O-TX-RESULT
           END-IF.
           PERFORM 3600-TRANS-LINE.

       3200-ADD-RATE.
           PERFORM 3500-FIND-ROW.
           IF W-FOUND-SW = 'YES'
               MOVE 'RATE ALREADY ON FILE FOR THIS DATE'
                   TO W-TX-REASON
           END-IF.
           IF W-TX-REASON = SPACES
               AND W-NEW-CTR NOT < 50
               MOVE 'RATE TABLE FULL - 50 ROWS' TO W-TX-REASON
           END-IF.
           IF W-TX-REASON = SPACES
               PERFORM 3510-EDIT-AMOUNT
           END-IF.
           IF W-TX-REASON = SPACES
               PERFORM 3520-EDIT-END-DATE
           END-IF.
           IF W-TX-REASON = SPACES
               ADD 1 TO W-NEW-CTR
               MOVE RTX-TYPE      TO W-NEW-TYPE(W-NEW-CTR)
               MOVE RTX-KEY       TO W-NEW-KEY(W-NEW-CTR)
               MOVE RTX-AMOUNT    TO W-NEW-AMOUNT(W-NEW-CTR)
               MOVE RTX-EFF-DATE  TO W-NEW-EFF-DATE(W-NEW-CTR)
               MOVE RTX-END-DATE  TO W-NEW-END-DATE(W-NEW-CTR)
               MOVE 'A'           TO W-NEW-ACTION(W-NEW-CTR)
               MOVE 0             TO W-NEW-OLD-AMOUNT(W-NEW-CTR)
               MOVE 0             TO W-NEW-OLD-END(W-NEW-CTR)
               MOVE RTX-USER      TO W-NEW-USER(W-NEW-CTR)
               MOVE 'N'           TO W-NEW-BAD-SW(W-NEW-CTR)
           END-IF.

       3300-CHANGE-RATE.
           PERFORM 3500-FIND-ROW.
           IF W-FOUND-SW = 'NO'
               MOVE 'NO RATE ON FILE FOR THIS DATE' TO W-TX-REASON
           END-IF.
           IF W-TX-REASON = SPACES
               PERFORM 3510-EDIT-AMOUNT
           END-IF.
           IF W-TX-REASON = SPACES
               AND RTX-END-DATE NUMERIC
               AND RTX-END-DATE > 0
               PERFORM 3520-EDIT-END-DATE
           END-IF.
           IF W-TX-REASON = SPACES
               PERFORM 3530-SAVE-OLD
               IF W-NEW-ACTION(W-FOUND-SUB) NOT = 'A'
                   MOVE 'C' TO W-NEW-ACTION(W-FOUND-SUB)
               END-IF
               MOVE RTX-AMOUNT TO W-NEW-AMOUNT(W-FOUND-SUB)
               IF RTX-END-DATE NUMERIC
                   AND RTX-END-DATE > 0
                   MOVE RTX-END-DATE TO W-NEW-END-DATE(W-FOUND-SUB)
               END-IF
               MOVE RTX-USER TO W-NEW-USER(W-FOUND-SUB)
           END-IF.

       3400-EXPIRE-RATE.
           PERFORM 3500-FIND-ROW.
           IF W-FOUND-SW = 'NO'
               MOVE 'NO RATE ON FILE FOR THIS DATE' TO W-TX-REASON
           END-IF.
           IF W-TX-REASON = SPACES
               IF RTX-END-DATE NOT NUMERIC
                   MOVE 'EXPIRE NEEDS AN END DATE' TO W-TX-REASON
               ELSE
                   IF RTX-END-DATE = 0
                       MOVE 'EXPIRE NEEDS AN END DATE' TO W-TX-REASON
                   END-IF
               END-IF
           END-IF.
           IF W-TX-REASON = SPACES
               PERFORM 3520-EDIT-END-DATE
           END-IF.
           IF W-TX-REASON = SPACES
               PERFORM 3530-SAVE-OLD
               IF W-NEW-ACTION(W-FOUND-SUB) = SPACE
                   MOVE 'E' TO W-NEW-ACTION(W-FOUND-SUB)
               END-IF
               MOVE RTX-END-DATE TO W-NEW-END-DATE(W-FOUND-SUB)
               MOVE RTX-USER     TO W-NEW-USER(W-FOUND-SUB)
           END-IF.

       3500-FIND-ROW.
           MOVE 'NO' TO W-FOUND-SW.
           MOVE 0    TO W-FOUND-SUB.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-NEW-CTR
                  OR W-FOUND-SW = 'YES'
               IF W-NEW-TYPE(W-SUB) = RTX-TYPE
                   AND W-NEW-KEY(W-SUB) = RTX-KEY
                   AND W-NEW-EFF-DATE(W-SUB) = RTX-EFF-DATE
                   MOVE 'YES'  TO W-FOUND-SW
                   MOVE W-SUB  TO W-FOUND-SUB
               END-IF
           END-PERFORM.

       3510-EDIT-AMOUNT.
           IF RTX-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO W-TX-REASON
           ELSE
               IF RTX-TYPE = 'P' AND RTX-AMOUNT = 0
                   MOVE 'PRICE MAY NOT BE ZERO' TO W-TX-REASON
               END-IF
           END-IF.

       3520-EDIT-END-DATE.
           IF RTX-END-DATE NOT NUMERIC
               MOVE 'END DATE NOT VALID' TO W-TX-REASON
           ELSE
               IF RTX-END-DATE > 0
                   AND RTX-END-DATE NOT = 99999999
                   IF FUNCTION TEST-DATE-YYYYMMDD(RTX-END-DATE)
                       NOT = 0
                       MOVE 'END DATE NOT VALID' TO W-TX-REASON
                   ELSE
                       IF RTX-END-DATE < RTX-EFF-DATE
                           MOVE 'END DATE IS BEFORE EFFECTIVE DATE'
                               TO W-TX-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3530-SAVE-OLD.
           IF W-NEW-ACTION(W-FOUND-SUB) = SPACE
               MOVE W-NEW-AMOUNT(W-FOUND-SUB)
                   TO W-NEW-OLD-AMOUNT(W-FOUND-SUB)
               MOVE W-NEW-END-DATE(W-FOUND-SUB)
                   TO W-NEW-OLD-END(W-FOUND-SUB)
           END-IF.

       3600-TRANS-LINE.
           EVALUATE TRUE
               WHEN RTX-IS-ADD     MOVE 'ADD'    TO O-TX-ACTION
               WHEN RTX-IS-CHANGE  MOVE 'CHANGE' TO O-TX-ACTION
               WHEN RTX-IS-EXPIRE  MOVE 'EXPIRE' TO O-TX-ACTION
               WHEN OTHER          MOVE RTX-ACTION TO O-TX-ACTION
           END-EVALUATE.
           MOVE RTX-TYPE TO O-TX-TYPE.
           MOVE RTX-KEY  TO O-TX-KEY.
           MOVE RTX-EFF-DATE TO W-DATE-EDIT.
           PERFORM 9410-EFF-TEXT.
           MOVE W-DATE-TEXT TO O-TX-EFF.
           IF RTX-AMOUNT NUMERIC
               MOVE RTX-AMOUNT TO O-TX-AMOUNT
           ELSE
               MOVE RTX-AMOUNT TO O-TX-AMOUNT-AREA
           END-IF.
           MOVE RTX-END-DATE TO W-DATE-EDIT.
           PERFORM 9420-END-TEXT.
           MOVE W-DATE-TEXT TO O-TX-END.
           MOVE RTX-USER TO O-TX-USER.
           WRITE PRTRPLLINE
              FROM TX-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

      *****************************************************************
      * EDIT THE WHOLE NEW TABLE - ROWS, DATE RANGES AND COVERAGE     *
      *****************************************************************
       4000-EDIT-TABLE.
           MOVE 'RATE TABLE EDIT' TO O-RPL-SECTION.
           WRITE PRTRPLLINE
              FROM RPL-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-NEW-CTR
               PERFORM 4100-CHECK-ROW
           END-PERFORM.
           PERFORM 4200-SORT-TABLE.
           PERFORM VARYING W-SUB FROM 2 BY 1
               UNTIL W-SUB > W-NEW-CTR
               PERFORM 4300-CHECK-RANGE
           END-PERFORM.
           PERFORM 4400-CHECK-COVERAGE.
           IF W-EDIT-ERR-CTR = 0
               MOVE 'NO EDIT ERRORS - RATE TABLE IS COMPLETE'
                   TO O-RPL-MSG
               PERFORM 9150-MSG-LINE
           END-IF.

       4100-CHECK-ROW.
           MOVE 'N' TO W-NEW-BAD-SW(W-SUB).
           MOVE W-NEW-TYPE(W-SUB) TO W-CHK-TYPE.
           MOVE W-NEW-KEY(W-SUB)  TO W-CHK-KEY.
           PERFORM 9350-CHECK-KEY.
           IF W-KEY-OK-SW = 'NO'
               MOVE 'RATE TYPE OR KEY NOT VALID' TO O-ERR-MSG
               PERFORM 4500-ROW-ERROR
           END-IF.
           IF W-NEW-AMOUNT(W-SUB) NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO O-ERR-MSG
               PERFORM 4500-ROW-ERROR
           ELSE
               IF W-NEW-TYPE(W-SUB) = 'P'
                   AND W-NEW-AMOUNT(W-SUB) = 0
                   MOVE 'PRICE MAY NOT BE ZERO' TO O-ERR-MSG
                   PERFORM 4500-ROW-ERROR
               END-IF
           END-IF.
           IF W-NEW-EFF-DATE(W-SUB) NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT VALID' TO O-ERR-MSG
               PERFORM 4500-ROW-ERROR
           ELSE
               IF W-NEW-EFF-DATE(W-SUB) > 0
                   AND FUNCTION TEST-DATE-YYYYMMDD
                          (W-NEW-EFF-DATE(W-SUB)) NOT = 0
                   MOVE 'EFFECTIVE DATE NOT VALID' TO O-ERR-MSG
                   PERFORM 4500-ROW-ERROR
               END-IF
           END-IF.
           IF W-NEW-END-DATE(W-SUB) NOT NUMERIC
               MOVE 'END DATE NOT VALID' TO O-ERR-MSG
               PERFORM 4500-ROW-ERROR
           ELSE
               IF W-NEW-END-DATE(W-SUB) > 0
                   AND W-NEW-END-DATE(W-SUB) NOT = 99999999
                   AND FUNCTION TEST-DATE-YYYYMMDD
                          (W-NEW-END-DATE(W-SUB)) NOT = 0
                   MOVE 'END DATE NOT VALID' TO O-ERR-MSG
                   PERFORM 4500-ROW-ERROR
               END-IF
           END-IF.
           IF W-NEW-BAD-SW(W-SUB) = 'N'
               MOVE W-NEW-END-DATE(W-SUB) TO W-END-NORMAL
               PERFORM 9500-NORMAL-END
               IF W-END-NORMAL < W-NEW-EFF-DATE(W-SUB)
                   MOVE 'END DATE IS BEFORE EFFECTIVE DATE'
                       TO O-ERR-MSG
                   PERFORM 4500-ROW-ERROR
               END-IF
           END-IF.

       4200-SORT-TABLE.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB NOT < W-NEW-CTR
               PERFORM VARYING W-SUB2 FROM 1 BY 1
                   UNTIL W-SUB2 > W-NEW-CTR - W-SUB
                   PERFORM 4210-SORT-COMPARE
               END-PERFORM
           END-PERFORM.

       4210-SORT-COMPARE.
           IF W-NEW-TYPE(W-SUB2) > W-NEW-TYPE(W-SUB2 + 1)
              OR (W-NEW-TYPE(W-SUB2) = W-NEW-TYPE(W-SUB2 + 1)
                  AND W-NEW-KEY(W-SUB2) > W-NEW-KEY(W-SUB2 + 1))
              OR (W-NEW-TYPE(W-SUB2) = W-NEW-TYPE(W-SUB2 + 1)
                  AND W-NEW-KEY(W-SUB2) = W-NEW-KEY(W-SUB2 + 1)
                  AND W-NEW-EFF-DATE(W-SUB2) >
                      W-NEW-EFF-DATE(W-SUB2 + 1))
               MOVE W-NEW-ENTRY(W-SUB2)     TO W-SWAP-ENTRY
               MOVE W-NEW-ENTRY(W-SUB2 + 1) TO W-NEW-ENTRY(W-SUB2)
               MOVE W-SWAP-ENTRY            TO W-NEW-ENTRY(W-SUB2 + 1)
           END-IF.

       4300-CHECK-RANGE.
           COMPUTE W-PRIOR = W-SUB - 1.
           IF W-NEW-TYPE(W-SUB) = W-NEW-TYPE(W-PRIOR)
               AND W-NEW-KEY(W-SUB) = W-NEW-KEY(W-PRIOR)
               AND W-NEW-BAD-SW(W-SUB) = 'N'
               AND W-NEW-BAD-SW(W-PRIOR) = 'N'
               MOVE W-NEW-END-DATE(W-PRIOR) TO W-END-NORMAL
               PERFORM 9500-NORMAL-END
               MOVE W-END-NORMAL TO W-PRIOR-END
               IF W-PRIOR-END = 99999999
                   OR W-NEW-EFF-DATE(W-SUB) = 0
                   MOVE 'DATE RANGE OVERLAPS THE ROW BEFORE IT'
                       TO O-ERR-MSG
                   PERFORM 4500-ROW-ERROR
               ELSE
                   COMPUTE W-PRIOR-END-INT =
                       FUNCTION INTEGER-OF-DATE(W-PRIOR-END)
                   COMPUTE W-NEXT-EFF-INT =
                       FUNCTION INTEGER-OF-DATE(W-NEW-EFF-DATE(W-SUB))
                   COMPUTE W-DAY-DIFF =
                       W-NEXT-EFF-INT - W-PRIOR-END-INT
                   IF W-DAY-DIFF < 1
                       MOVE 'DATE RANGE OVERLAPS THE ROW BEFORE IT'
                           TO O-ERR-MSG
                       PERFORM 4500-ROW-ERROR
                   END-IF
                   IF W-DAY-DIFF > 1
                       MOVE 'GAP IN DATES AFTER THE ROW BEFORE IT'
                           TO O-ERR-MSG
                       PERFORM 4500-ROW-ERROR
                   END-IF
               END-IF
           END-IF.

       4400-CHECK-COVERAGE.
           MOVE 'P' TO W-CHK-TYPE.
           PERFORM VARYING W-POP-SUB FROM 1 BY 1
               UNTIL W-POP-SUB > 6
               MOVE W-POP-SUB TO W-CHK-KEY
               PERFORM 4450-FIND-IN-EFFECT
               IF W-FOUND-SW = 'NO'
                   MOVE SPACES TO O-ERR-MSG
                   STRING 'NO PRICE IN EFFECT FOR POP TYPE '
                                             DELIMITED BY SIZE
                          W-CHK-KEY          DELIMITED BY SIZE
                       INTO O-ERR-MSG
                   PERFORM 4510-TABLE-ERROR
               END-IF
           END-PERFORM.
           PERFORM VARYING W-STATE-SUB FROM 1 BY 1
               UNTIL W-STATE-SUB > 6
               MOVE W-STATE-CODE(W-STATE-SUB) TO W-CHK-KEY
               MOVE 'D' TO W-CHK-TYPE
               PERFORM 4450-FIND-IN-EFFECT
               IF W-FOUND-SW = 'NO'
                   MOVE SPACES TO O-ERR-MSG
                   STRING 'NO DEPOSIT RATE IN EFFECT FOR STATE '
                                             DELIMITED BY SIZE
                          W-CHK-KEY          DELIMITED BY SIZE
                       INTO O-ERR-MSG
                   PERFORM 4510-TABLE-ERROR
               END-IF
               MOVE 'T' TO W-CHK-TYPE
               PERFORM 4450-FIND-IN-EFFECT
               IF W-FOUND-SW = 'NO'
                   MOVE SPACES TO O-ERR-MSG
                   STRING 'NO TAX RATE IN EFFECT FOR STATE '
                                             DELIMITED BY SIZE
                          W-CHK-KEY          DELIMITED BY SIZE
                       INTO O-ERR-MSG
                   PERFORM 4510-TABLE-ERROR
               END-IF
           END-PERFORM.

       4450-FIND-IN-EFFECT.
           MOVE 'NO' TO W-FOUND-SW.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-NEW-CTR
                  OR W-FOUND-SW = 'YES'
               IF W-NEW-TYPE(W-SUB) = W-CHK-TYPE
                   AND W-NEW-BAD-SW(W-SUB) = 'N'
                   AND (W-NEW-KEY(W-SUB) = W-CHK-KEY
                        OR (W-CHK-TYPE = 'P'
                            AND W-NEW-KEY(W-SUB) = SPACES))
                   AND W-NEW-EFF-DATE(W-SUB) NOT > W-ASOF-DATE
                   MOVE W-NEW-END-DATE(W-SUB) TO W-END-NORMAL
                   PERFORM 9500-NORMAL-END
                   IF W-END-NORMAL NOT < W-ASOF-DATE
                       MOVE 'YES' TO W-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM.

       4500-ROW-ERROR.
           MOVE 'Y' TO W-NEW-BAD-SW(W-SUB).
           ADD 1 TO W-EDIT-ERR-CTR.
           MOVE W-NEW-TYPE(W-SUB) TO W-CHK-TYPE.
           PERFORM 9300-TYPE-NAME.
           MOVE O-ROW-TYPE          TO O-ERR-TYPE.
           MOVE W-NEW-KEY(W-SUB)    TO O-ERR-KEY.
           MOVE W-NEW-EFF-DATE(W-SUB) TO W-DATE-EDIT.
           PERFORM 9410-EFF-TEXT.
           MOVE W-DATE-TEXT         TO O-ERR-EFF.
           PERFORM 4520-ERROR-LINE.

       4510-TABLE-ERROR.
           ADD 1 TO W-EDIT-ERR-CTR.
           PERFORM 9300-TYPE-NAME.
           MOVE O-ROW-TYPE          TO O-ERR-TYPE.
           MOVE W-CHK-KEY           TO O-ERR-KEY.
           MOVE SPACES              TO O-ERR-EFF.
           PERFORM 4520-ERROR-LINE.

       4520-ERROR-LINE.
           WRITE PRTRPLLINE
              FROM EDIT-ERROR-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

      *****************************************************************
      * AFTER LISTING - THE NEW TABLE IN TYPE, KEY AND DATE ORDER     *
      *****************************************************************
       5000-AFTER-LISTING.
           MOVE 'RATE TABLE AFTER CHANGES' TO O-RPL-SECTION.
           PERFORM 9110-ROW-HEADING.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-NEW-CTR
               MOVE W-NEW-ENTRY(W-SUB) TO LIST-ENTRY-AREA
               PERFORM 2100-ROW-LINE
           END-PERFORM.

      *****************************************************************
      * WRITE THE RATE FILE, AUDIT LOG AND PROOF CONTROL RECORD       *
      *****************************************************************
       6000-UPDATE-FILES.
           PERFORM 6100-WRITE-RATES.
           IF W-MAINT-OK-SW = 'YES'
               PERFORM 6200-WRITE-AUDIT
           END-IF.
           IF W-MAINT-OK-SW = 'YES'
               PERFORM 6300-WRITE-PROOF
           END-IF.
           IF W-MAINT-OK-SW = 'YES'
               AND W-RTX-READ-CTR > 0
               OPEN OUTPUT RATE-TRANS-FILE
               CLOSE RATE-TRANS-FILE
           END-IF.

       6100-WRITE-RATES.
           MOVE 0 TO W-HASH-RECS.
           MOVE 0 TO W-HASH-TOTAL.
           OPEN OUTPUT POPRATE-FILE.
           IF RATE-FILE-STATUS NOT = '00'
               MOVE 'RATE FILE WILL NOT OPEN FOR OUTPUT'
                   TO O-REFUSE-REASON
               PERFORM 1550-REFUSE
           ELSE
               PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > W-NEW-CTR
                   MOVE W-NEW-ROW(W-SUB) TO RATE-REC
                   WRITE RATE-REC
                   PERFORM 8100-HASH-RATE-REC
               END-PERFORM
               CLOSE POPRATE-FILE
           END-IF.

       6200-WRITE-AUDIT.
           OPEN EXTEND RATE-AUDIT-FILE.
           IF RAU-FILE-STATUS = '35'
               OPEN OUTPUT RATE-AUDIT-FILE
           END-IF.
           IF RAU-FILE-STATUS NOT = '00'
               MOVE 'RATE AUDIT LOG WILL NOT OPEN FOR OUTPUT'
                   TO O-REFUSE-REASON
               PERFORM 1550-REFUSE
           ELSE
               PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > W-NEW-CTR
                   IF W-NEW-ACTION(W-SUB) NOT = SPACE
                       PERFORM 6250-AUDIT-REC
                   END-IF
               END-PERFORM
               CLOSE RATE-AUDIT-FILE
           END-IF.

       6250-AUDIT-REC.
           MOVE I-DATE                 TO RAU-DATE.
           MOVE I-TIME(1:6)            TO RAU-TIME.
           MOVE W-NEW-ACTION(W-SUB)    TO RAU-ACTION.
           MOVE W-NEW-TYPE(W-SUB)      TO RAU-TYPE.
           MOVE W-NEW-KEY(W-SUB)       TO RAU-KEY.
           MOVE W-NEW-EFF-DATE(W-SUB)  TO RAU-EFF-DATE.
           MOVE W-NEW-OLD-AMOUNT(W-SUB) TO RAU-OLD-AMOUNT.
           MOVE W-NEW-OLD-END(W-SUB)   TO RAU-OLD-END-DATE.
           MOVE W-NEW-AMOUNT(W-SUB)    TO RAU-NEW-AMOUNT.
           MOVE W-NEW-END-DATE(W-SUB)  TO RAU-NEW-END-DATE.
           MOVE W-NEW-USER(W-SUB)      TO RAU-USER.
           WRITE RAU-REC.
           ADD 1 TO W-AUDIT-CTR.

       6300-WRITE-PROOF.
           OPEN OUTPUT RATE-PROOF-FILE.
           IF RPF-FILE-STATUS NOT = '00'
               MOVE 'PROOF CONTROL FILE WILL NOT OPEN FOR OUTPUT'
                   TO O-REFUSE-REASON
               PERFORM 1550-REFUSE
           ELSE
               MOVE I-DATE         TO RPF-PROOF-DATE
               MOVE I-TIME(1:6)    TO RPF-PROOF-TIME
               MOVE W-HASH-RECS    TO RPF-REC-CTR
               MOVE W-HASH-TOTAL   TO RPF-HASH-TOTAL
               WRITE RPF-REC
               CLOSE RATE-PROOF-FILE
           END-IF.

      *****************************************************************
      * RESULT, CONTROL COUNTS AND SIGN-OFF                           *
      *****************************************************************
       7000-SUMMARY.
           MOVE 'PROOF SUMMARY' TO O-RPL-SECTION.
           WRITE PRTRPLLINE
              FROM RPL-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           IF W-EDIT-ERR-CTR > 0
               MOVE 'RATE FILE NOT UPDATED - CORRECT THE EDIT ERRORS'
                   TO O-RPL-MSG
           ELSE
               IF W-MAINT-OK-SW = 'NO'
                   MOVE 'RATE FILE UPDATE NOT COMPLETED - SEE ABOVE'
                       TO O-RPL-MSG
               ELSE
                   MOVE 'RATE FILE UPDATED - PROOF CONTROL RECORDED'
                       TO O-RPL-MSG
               END-IF
           END-IF.
           PERFORM 9150-MSG-LINE.
           MOVE 'RATE ROWS BEFORE'             TO O-RPL-LABEL.
           MOVE W-OLD-CTR                      TO O-RPL-COUNT.
           PERFORM 7100-COUNT-LINE.
           MOVE 'RATE ROWS AFTER'              TO O-RPL-LABEL.
           MOVE W-NEW-CTR                      TO O-RPL-COUNT.
           PERFORM 7100-COUNT-LINE.
           MOVE 'TRANSACTIONS READ'            TO O-RPL-LABEL.
           MOVE W-RTX-READ-CTR                 TO O-RPL-COUNT.
           PERFORM 7100-COUNT-LINE.
           MOVE 'TRANSACTIONS ACCEPTED'        TO O-RPL-LABEL.
           MOVE W-RTX-OK-CTR                   TO O-RPL-COUNT.
           PERFORM 7100-COUNT-LINE.
           MOVE 'TRANSACTIONS REJECTED'        TO O-RPL-LABEL.
           MOVE W-RTX-BAD-CTR                  TO O-RPL-COUNT.
           PERFORM 7100-COUNT-LINE.
           MOVE 'TABLE EDIT ERRORS'            TO O-RPL-LABEL.
           MOVE W-EDIT-ERR-CTR                 TO O-RPL-COUNT.
           PERFORM 7100-COUNT-LINE.
           MOVE 'RATE CHANGES LOGGED'          TO O-RPL-LABEL.
           MOVE W-AUDIT-CTR                    TO O-RPL-COUNT.
           PERFORM 7100-COUNT-LINE.
           WRITE PRTRPLLINE
              FROM RPL-SIGN-LINE
                 AFTER ADVANCING 4 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       7100-COUNT-LINE.
           WRITE PRTRPLLINE
              FROM RPL-CTR-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

      *****************************************************************
      * CONTROL TOTAL OVER EVERY BYTE OF THE RATE FILE. THE SALES RUN *
      * BUILDS THE SAME TOTAL AND COMPARES IT WITH THE PROOF RECORD.  *
      *****************************************************************
       8100-HASH-RATE-REC.
           ADD 1 TO W-HASH-RECS.
           PERFORM VARYING W-HASH-POS FROM 1 BY 1
               UNTIL W-HASH-POS > 27
               COMPUTE W-HASH-TOTAL = W-HASH-TOTAL +
                   FUNCTION ORD(RATE-REC(W-HASH-POS:1)) *
                   (W-HASH-POS + W-HASH-RECS * 27)
           END-PERFORM.

       9100-HEADING.
           ADD 1 TO CPCTR.
           MOVE CPCTR TO O-PCTR.
           WRITE PRTRPLLINE
             FROM RPL-TITLE-LINE
                AFTER ADVANCING PAGE.
           WRITE PRTRPLLINE
              FROM RPL-TITLE-LINE2
                 AFTER ADVANCING 1 LINES.
           WRITE PRTRPLLINE
              FROM RPL-TITLE-LINE1
                 AFTER ADVANCING 1 LINES.
           WRITE PRTRPLLINE
              FROM RPL-ASOF-LINE
                 AFTER ADVANCING 2 LINES.

       9110-ROW-HEADING.
           WRITE PRTRPLLINE
              FROM RPL-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           WRITE PRTRPLLINE
              FROM ROW-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9120-TX-HEADING.
           WRITE PRTRPLLINE
              FROM RPL-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           WRITE PRTRPLLINE
              FROM TX-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9150-MSG-LINE.
           WRITE PRTRPLLINE
              FROM RPL-MSG-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       9300-TYPE-NAME.
           EVALUATE W-CHK-TYPE
               WHEN 'P'   MOVE 'PRICE'   TO O-ROW-TYPE
               WHEN 'D'   MOVE 'DEPOSIT' TO O-ROW-TYPE
               WHEN 'T'   MOVE 'TAX'     TO O-ROW-TYPE
               WHEN 'C'   MOVE 'COST'    TO O-ROW-TYPE
               WHEN OTHER MOVE W-CHK-TYPE TO O-ROW-TYPE
           END-EVALUATE.

       9350-CHECK-KEY.
           MOVE 'NO' TO W-KEY-OK-SW.
           EVALUATE W-CHK-TYPE
               WHEN 'P'
               WHEN 'C'
                   IF W-CHK-KEY = SPACES
                       OR W-CHK-KEY = '01' OR W-CHK-KEY = '02'
                       OR W-CHK-KEY = '03' OR W-CHK-KEY = '04'
                       OR W-CHK-KEY = '05' OR W-CHK-KEY = '06'
                       MOVE 'YES' TO W-KEY-OK-SW
                   END-IF
               WHEN 'D'
               WHEN 'T'
                   PERFORM VARYING W-STATE-SUB FROM 1 BY 1
                       UNTIL W-STATE-SUB > 6
                       IF W-CHK-KEY = W-STATE-CODE(W-STATE-SUB)
                           MOVE 'YES' TO W-KEY-OK-SW
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       9400-FORMAT-DATE.
           MOVE W-DATE-MM   TO W-OUT-MM.
           MOVE W-DATE-DD   TO W-OUT-DD.
           MOVE W-DATE-YYYY TO W-OUT-YYYY.

       9410-EFF-TEXT.
           IF W-DATE-EDIT NOT NUMERIC
               MOVE W-DATE-EDIT TO W-DATE-TEXT
           ELSE
               IF W-DATE-EDIT = ZERO
                   MOVE 'BEGINNING' TO W-DATE-TEXT
               ELSE
                   PERFORM 9400-FORMAT-DATE
                   MOVE W-DATE-OUT TO W-DATE-TEXT
               END-IF
           END-IF.

       9420-END-TEXT.
           IF W-DATE-EDIT NOT NUMERIC
               MOVE W-DATE-EDIT TO W-DATE-TEXT
           ELSE
               IF W-DATE-EDIT = ZERO
                   OR W-DATE-EDIT = '99999999'
                   MOVE 'OPEN' TO W-DATE-TEXT
               ELSE
                   PERFORM 9400-FORMAT-DATE
                   MOVE W-DATE-OUT TO W-DATE-TEXT
               END-IF
           END-IF.

       9500-NORMAL-END.
           IF W-END-NORMAL = 0
               MOVE 99999999 TO W-END-NORMAL
           END-IF.
