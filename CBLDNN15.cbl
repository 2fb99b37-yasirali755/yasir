       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CBLYAL15.
       AUTHOR.                 yasir ali.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      * THIS PROGRAM audits the masters against each other. it can be *
      * run any night and must pass before CBLYAL06 will close the    *
      * season. each relationship is recomputed from the other file   *
      * and printed with the difference and a pass or fail:           *
      *   the season master team totals added together against the    *
      *   seller master sales to date of all sellers. a seller who    *
      *   changes team takes sales to date along, so the team by team *
      *   lines are printed for information only,                     *
      *   the deposit ledger collected this season by state against   *
      *   the season master state and team deposits,                  *
      *   inventory checked out to date against the checkout history, *
      *   the GL journal history and reversal journal against the     *
      *   season totals, account by account and state by state.       *
      * the sellers or states behind a break are listed under it.     *
      * the checkout and GL journal histories are only checked once   *
      * they go back to the first posting run of the season. before   *
      * that the lines are printed for information only.              *
      * this season starts after the last close out on the run        *
      * control file. the deposit ledger carries over a close out, so *
      * the ledger saved in that close out archive is taken off. the  *
      * result is written to the run control file as status P passed  *
      * or F failed. the audit is not run while the last run is still *
      * in status A.                                                  *
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

           SELECT SEASON-MASTER
                 ASSIGN TO STD-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS STD-FILE-STATUS.

           SELECT SELLER-MASTER
                 ASSIGN TO SLM-PATH
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS SLM-NUMBER
                 FILE STATUS IS SLM-FILE-STATUS.

           SELECT DEP-LEDGER-FILE
                 ASSIGN TO DEP-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DEP-FILE-STATUS.

           SELECT INVENTORY-FILE
                 ASSIGN TO INV-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INV-FILE-STATUS.

           SELECT CHECKOUT-HISTORY-FILE
                 ASSIGN TO CKH-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CKH-FILE-STATUS.

           SELECT GL-HISTORY-FILE
                 ASSIGN TO GLH-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GLH-FILE-STATUS.

           SELECT REV-JOURNAL-FILE
                 ASSIGN TO GLR-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GLR-FILE-STATUS.

           SELECT ARCHIVE-FILE
                 ASSIGN TO ARC-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ARC-FILE-STATUS.

           SELECT PRTAUDOUT
                 ASSIGN TO PRTAUD-PATH
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
                 88  RUN-COMPLETED       VALUE 'C'.
                 88  RUN-STARTED         VALUE 'A'.
                 88  RUN-CLOSEOUT        VALUE 'X'.
                 88  RUN-REVERSAL        VALUE 'R'.
                 88  RUN-AUDIT-PASSED    VALUE 'P'.
                 88  RUN-AUDIT-FAILED    VALUE 'F'.

       FD  SEASON-MASTER
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 332 CHARACTERS
             DATA RECORD IS STD-REC.

       01  STD-REC.
             05  STD-CTR OCCURS 6 TIMES  PIC S9(7)V99.
             05  STD-TEAM OCCURS 5 TIMES PIC S9(7)V99.
             05  STD-ERROR-CTR           PIC 9(4).
             05  STD-DEPOSIT-TOT         PIC S9(7)V99.
             05  STD-RUN-DATE            PIC 9(8).
             05  STD-RUN-NO              PIC 9(5).
             05  STD-DEP-TEAM OCCURS 5 TIMES
                                         PIC S9(7)V99.
             05  STD-TAXST-ENTRY OCCURS 6 TIMES.
                 10  STD-TAXST-SALES     PIC S9(7)V99.
                 10  STD-TAXST-TAX       PIC S9(7)V99.
                 10  STD-TAXST-DEPOSIT   PIC S9(7)V99.

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

       FD  DEP-LEDGER-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 20 CHARACTERS
             DATA RECORD IS DEP-REC.

       01  DEP-REC.
             05  DEP-STATE               PIC XX.
             05  DEP-COLLECTED-TD        PIC S9(7)V99.
             05  DEP-REFUNDED-TD         PIC S9(7)V99.

       FD  INVENTORY-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 35 CHARACTERS
             DATA RECORD IS INV-REC.

       01  INV-REC.
             05  INV-POP-TYPE            PIC 99.
             05  INV-RECEIVED-TD         PIC 9(6).
             05  INV-CHECKED-OUT-TD      PIC 9(6).
             05  INV-RETURNED-TD         PIC 9(6).
             05  INV-ON-HAND             PIC S9(6).
             05  INV-REORDER-PT          PIC 9(5).
             05  INV-BIN-LOC             PIC X(4).

       FD  CHECKOUT-HISTORY-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 12 CHARACTERS
             DATA RECORD IS CKH-REC.

       01  CKH-REC.
             05  CKH-RUN-NO              PIC 9(5).
             05  CKH-TEAM                PIC X.
             05  CKH-POP-TYPE            PIC 99.
             05  CKH-CASES               PIC 9(4).

       FD  GL-HISTORY-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 54 CHARACTERS
             DATA RECORD IS GLH-REC.

       01  GLH-REC                       PIC X(54).

       FD  REV-JOURNAL-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 54 CHARACTERS
             DATA RECORD IS GLR-REC.

       01  GLR-REC                       PIC X(54).

       FD  ARCHIVE-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 335 CHARACTERS
             DATA RECORD IS ARC-REC.

       01  ARC-REC.
             05  ARC-TYPE                PIC X(3).
             05  ARC-DATA                PIC X(332).

       FD  PRTAUDOUT
             LABEL RECORD IS OMITTED
             RECORD CONTAINS 132 CHARACTERS
             DATA RECORD IS PRTAUDLINE
             LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTAUDLINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-PATH-AREA.
           05 RUN-PATH        PIC X(80) VALUE 'CBLPOPRUN.DAT'.
           05 STD-PATH        PIC X(80) VALUE 'CBLPOPSTD.DAT'.
           05 SLM-PATH        PIC X(80) VALUE 'CBLPOPSLM.DAT'.
           05 DEP-PATH        PIC X(80) VALUE 'CBLPOPDEP.DAT'.
           05 INV-PATH        PIC X(80) VALUE 'CBLPOPINV.DAT'.
           05 CKH-PATH        PIC X(80) VALUE 'CBLPOPCKH.DAT'.
           05 GLH-PATH        PIC X(80) VALUE 'CBLPOPGLH.DAT'.
           05 GLR-PATH        PIC X(80) VALUE 'CBLPOPGLR.DAT'.
           05 ARC-PATH        PIC X(80) VALUE SPACES.
           05 PRTAUD-PATH     PIC X(80) VALUE 'CBLPOPAUD.PRT'.

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

       01  W-JRN-REC.
           05 W-JRN-RUN-NO             PIC 9(5).
           05 W-JRN-ACCOUNT            PIC X(4).
           05 W-JRN-DESC.
               10 FILLER               PIC X(20).
               10 W-JRN-STATE          PIC XX.
               10 FILLER               PIC X(3).
           05 W-JRN-DEBIT              PIC S9(8)V99.
           05 W-JRN-CREDIT             PIC S9(8)V99.

       01  W-DEP-REC.
           05 W-DEP-STATE              PIC XX.
           05 W-DEP-COLLECTED-TD       PIC S9(7)V99.
           05 W-DEP-REFUNDED-TD        PIC S9(7)V99.

       01  WORK-AREA.
           05 CPCTR                    PIC 99            VALUE ZERO.
           05 RUN-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-RUNS                PIC XXX           VALUE 'YES'.
           05 STD-FILE-STATUS          PIC XX            VALUE '00'.
           05 SLM-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-SELLERS             PIC XXX           VALUE 'YES'.
           05 DEP-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-DEPS                PIC XXX           VALUE 'YES'.
           05 INV-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-INVS                PIC XXX           VALUE 'YES'.
           05 CKH-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-CKHS                PIC XXX           VALUE 'YES'.
           05 GLH-FILE-STATUS          PIC XX            VALUE '00'.
           05 GLR-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-JRNS                PIC XXX           VALUE 'YES'.
           05 ARC-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-ARCS                PIC XXX           VALUE 'YES'.
           05 W-AUDIT-OK-SW            PIC XXX           VALUE 'YES'.
           05 W-STD-FOUND-SW           PIC X             VALUE 'N'.
           05 W-DEP-FOUND-SW           PIC X             VALUE 'N'.
           05 W-BASE-SW                PIC X             VALUE 'N'.
           05 W-CKH-FOUND-SW           PIC X             VALUE 'N'.
           05 W-GLH-FOUND-SW           PIC X             VALUE 'N'.
           05 W-LAST-RUN-NO            PIC 9(5)          VALUE ZERO.
           05 W-LAST-RUN-STATUS        PIC X             VALUE SPACE.
           05 W-CLOSE-RUN-NO           PIC 9(5)          VALUE ZERO.
           05 W-CLOSE-RUN-DATE         PIC 9(8)          VALUE ZERO.
           05 W-SEASON-FIRST-RUN       PIC 9(5)          VALUE ZERO.
           05 W-CKH-FIRST-RUN          PIC 9(5)          VALUE ZERO.
           05 W-GLH-FIRST-RUN          PIC 9(5)          VALUE ZERO.
           05 W-INFO-ONLY-SW           PIC X             VALUE 'N'.
           05 W-TEAM-DIFF-SW           PIC X             VALUE 'N'.
           05 W-SLM-TOTAL              PIC S9(9)V99      VALUE ZERO.
           05 W-CHECK-CTR              PIC 9(4)          VALUE ZERO.
           05 W-FAIL-CTR               PIC 9(4)          VALUE ZERO.
           05 W-SUB                    PIC 99            VALUE ZERO.
           05 W-TEAM-SUB               PIC 9             VALUE ZERO.
           05 W-POP-SUB                PIC 99            VALUE ZERO.
           05 W-STATE-SUB              PIC 9             VALUE ZERO.
           05 W-SLR-SUB                PIC 9(4)          VALUE ZERO.
           05 W-SLR-CTR                PIC 9(4)          VALUE ZERO.
           05 W-SLR-FULL-CTR           PIC 9(4)          VALUE ZERO.
           05 W-SLR-READ-CTR           PIC 9(5)          VALUE ZERO.
           05 W-NOTEAM-CTR             PIC 9(4)          VALUE ZERO.
           05 W-NOTEAM-SALES           PIC S9(9)V99      VALUE ZERO.
           05 W-TEAM-LETTER            PIC X             VALUE SPACE.
           05 W-WORK-STATE             PIC XX            VALUE SPACES.
           05 W-MASTER-AMT             PIC S9(9)V99      VALUE ZERO.
           05 W-RECOMP-AMT             PIC S9(9)V99      VALUE ZERO.
           05 W-DIFF-AMT               PIC S9(9)V99      VALUE ZERO.
           05 W-CHECK-RESULT           PIC X(4)          VALUE SPACES.
           05 W-CHECK-LABEL            PIC X(40)         VALUE SPACES.
           05 W-GL-CASH                PIC S9(9)V99      VALUE ZERO.
           05 W-GL-SALES               PIC S9(9)V99      VALUE ZERO.
           05 W-GL-DEBITS              PIC S9(9)V99      VALUE ZERO.
           05 W-GL-CREDITS             PIC S9(9)V99      VALUE ZERO.
           05 W-GL-LINE-CTR            PIC 9(6)          VALUE ZERO.
           05 W-GL-OTHER-CTR           PIC 9(5)          VALUE ZERO.
           05 W-STD-TEAM-TOT           PIC S9(9)V99      VALUE ZERO.
           05 W-STD-SALES-TOT          PIC S9(9)V99      VALUE ZERO.
           05 W-STD-DEP-TOT            PIC S9(9)V99      VALUE ZERO.
           05 W-LEDGER-TOT             PIC S9(9)V99      VALUE ZERO.
           05 W-POP-NAME               PIC X(16)         VALUE SPACES.
           05 W-CLOSE-DATE-OUT         PIC 9(8)          VALUE ZERO.

      *****************************************************************
      * RECOMPUTED TOTALS                                             *
      *****************************************************************
       01  AUDIT-TABLE-AREA.
           05 AUD-TEAM OCCURS 5 TIMES.
               10 AUD-SLM-SALES        PIC S9(9)V99.
               10 AUD-SLM-CTR          PIC 9(4).
           05 AUD-STATE OCCURS 6 TIMES.
               10 AUD-DEP-COLLECTED    PIC S9(9)V99.
               10 AUD-DEP-BASE         PIC S9(9)V99.
               10 AUD-GL-TAX           PIC S9(9)V99.
               10 AUD-GL-DEP           PIC S9(9)V99.
           05 AUD-POP OCCURS 6 TIMES.
               10 AUD-INV-CHKOUT       PIC 9(7).
               10 AUD-CKH-CASES        PIC 9(7).
               10 AUD-CKH-TEAM OCCURS 5 TIMES
                                       PIC 9(7).

       01  SELLER-TABLE-AREA.
           05 AUD-SLR OCCURS 999 TIMES.
               10 AUD-SLR-NO           PIC 9(5).
               10 AUD-SLR-LNAME        PIC X(15).
               10 AUD-SLR-FNAME        PIC X(15).
               10 AUD-SLR-TEAM         PIC X.
               10 AUD-SLR-SALES        PIC S9(7)V99.

       01  STATE-CODE-TABLE.
           05 FILLER                   PIC X(12)
                                       VALUE 'IAILMIMONEWI'.
       01  STATE-CODES REDEFINES STATE-CODE-TABLE.
           05 STATE-CODE OCCURS 6 TIMES
                                       PIC XX.

       01 AUD-TITLE-LINE.
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

       01 AUD-TITLE-LINE1.
           05 FILLER                  PIC X(52)           VALUE SPACES.
           05 FILLER                  PIC X(26)           VALUE
                                   'CROSS-FILE INTEGRITY AUDIT'.
           05 FILLER                  PIC X(54)           VALUE SPACES.

       01 AUD-TITLE-LINE2.
           05 FILLER                  PIC X(8)            VALUE
                                       'COBYAL15'.
           05 FILLER                  PIC X(124)          VALUE SPACES.

       01 AUD-REFUSE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(19)           VALUE
                                     'AUDIT NOT RUN -    '.
           05 O-REFUSE-REASON         PIC X(50).
           05 FILLER                  PIC X(60)           VALUE SPACES.

       01 AUD-SEASON-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(29)           VALUE
                                     'SEASON AUDITED: RUNS AFTER   '.
           05 O-SEASON-RUN-NO         PIC ZZZZ9.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(14)           VALUE
                                     'LAST RUN:     '.
           05 O-SEASON-LAST-RUN       PIC ZZZZ9.
           05 FILLER                  PIC X(73)           VALUE SPACES.

       01 AUD-SECTION-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-AUD-SECTION           PIC X(60).
           05 FILLER                  PIC X(69)           VALUE SPACES.

       01 AUD-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(40)           VALUE 'CHECK'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE
                                                '   SEASON MASTER'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE
                                                '      RECOMPUTED'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE
                                                '      DIFFERENCE'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                          'RESULT'.
           05 FILLER                  PIC X(26)           VALUE SPACES.

       01 AUD-AMT-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-AMT-LABEL             PIC X(40).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-AMT-MASTER            PIC $$$$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-AMT-RECOMP            PIC $$$$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-AMT-DIFF              PIC $$$$,$$$,$$9.99-.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-AMT-RESULT            PIC X(4).
           05 FILLER                  PIC X(28)           VALUE SPACES.

       01 AUD-QTY-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-QTY-LABEL             PIC X(40).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE SPACES.
           05 O-QTY-MASTER            PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(8)            VALUE SPACES.
           05 O-QTY-RECOMP            PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(8)            VALUE SPACES.
           05 O-QTY-DIFF              PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-QTY-RESULT            PIC X(4).
           05 FILLER                  PIC X(28)           VALUE SPACES.

       01 SLR-DETAIL-LINE.
           05 FILLER                  PIC X(9)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                         'SELLER '.
           05 O-SLR-NO                PIC ZZZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-SLR-LNAME             PIC X(15).
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-SLR-FNAME             PIC X(15).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE
                                                           'TEAM '.
           05 O-SLR-TEAM              PIC X.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(9)            VALUE
                                                       'SALES TD '.
           05 O-SLR-SALES             PIC $$$$,$$$,$$9.99-.
           05 FILLER                  PIC X(43)           VALUE SPACES.

       01 CKH-DETAIL-LINE.
           05 FILLER                  PIC X(9)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE
                                                           'TEAM '.
           05 O-CKH-TEAM              PIC X.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(26)           VALUE
                                      'CHECKED OUT PER HISTORY   '.
           05 O-CKH-CASES             PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(80)           VALUE SPACES.

       01 AUD-MSG-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-AUD-MSG               PIC X(80).
           05 FILLER                  PIC X(49)           VALUE SPACES.

       01 AUD-CTR-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-AUD-CTR-LABEL         PIC X(40).
           05 O-AUD-CTR               PIC Z,ZZ9.
           05 FILLER                  PIC X(84)           VALUE SPACES.

       01 AUD-RESULT-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-AUD-RESULT            PIC X(60).
           05 FILLER                  PIC X(69)           VALUE SPACES.

       PROCEDURE DIVISION.
       0000-COBYAL15.
           PERFORM 1000-INIT.
           PERFORM 2000-VERIFY.
           IF W-AUDIT-OK-SW = 'YES'
               PERFORM 3000-LOAD-FILES
               PERFORM 4000-CHECK-SELLERS
               PERFORM 5000-CHECK-DEPOSITS
               PERFORM 6000-CHECK-INVENTORY
               PERFORM 7000-CHECK-GL
               PERFORM 8000-AUDIT-RESULT
               PERFORM 8100-WRITE-RUN-RECORD
           END-IF.
           CLOSE PRTAUDOUT.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MONTH        TO O-MONTH.
           MOVE I-DAY          TO O-DAY.
           MOVE I-YEAR         TO O-YEAR.
           PERFORM 1300-READ-PARM-FILE.
           PERFORM 1350-BUILD-PATHS.
           OPEN OUTPUT PRTAUDOUT.
           PERFORM 9100-HEADING.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 5
               MOVE 0 TO AUD-SLM-SALES(W-SUB)
               MOVE 0 TO AUD-SLM-CTR(W-SUB)
           END-PERFORM.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 6
               MOVE 0 TO AUD-DEP-COLLECTED(W-SUB)
               MOVE 0 TO AUD-DEP-BASE(W-SUB)
               MOVE 0 TO AUD-GL-TAX(W-SUB)
               MOVE 0 TO AUD-GL-DEP(W-SUB)
               MOVE 0 TO AUD-INV-CHKOUT(W-SUB)
               MOVE 0 TO AUD-CKH-CASES(W-SUB)
               PERFORM VARYING W-TEAM-SUB FROM 1 BY 1
                   UNTIL W-TEAM-SUB > 5
                   MOVE 0 TO AUD-CKH-TEAM(W-SUB, W-TEAM-SUB)
               END-PERFORM
           END-PERFORM.

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
               MOVE STD-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO STD-PATH
               MOVE SLM-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO SLM-PATH
               MOVE DEP-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO DEP-PATH
               MOVE INV-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO INV-PATH
               MOVE CKH-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO CKH-PATH
               MOVE GLH-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO GLH-PATH
               MOVE GLR-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO GLR-PATH
               MOVE PRTAUD-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO PRTAUD-PATH
           END-IF.

       1360-PREFIX-PATH.
           MOVE SPACES TO W-PATH-BUILT.
           STRING FUNCTION TRIM(W-DATA-PATH)  DELIMITED BY SIZE
                  FUNCTION TRIM(W-PATH-FILE)  DELIMITED BY SIZE
               INTO W-PATH-BUILT.

       2000-VERIFY.
           PERFORM 2100-CHECK-RUN-CONTROL.
           IF W-LAST-RUN-STATUS = 'A'
               MOVE 'LAST RUN IS STILL IN STATUS A' TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           END-IF.
           IF W-AUDIT-OK-SW = 'YES'
               PERFORM 2200-LOAD-SEASON-MASTER
               IF W-STD-FOUND-SW = 'N'
                   MOVE 'NO SEASON MASTER ON FILE' TO O-REFUSE-REASON
                   PERFORM 2050-REFUSE
               END-IF
           END-IF.

       2050-REFUSE.
           MOVE 'NO' TO W-AUDIT-OK-SW.
           WRITE PRTAUDLINE
              FROM AUD-REFUSE-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       2100-CHECK-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF RUN-FILE-STATUS = '00'
               PERFORM UNTIL MORE-RUNS = 'NO'
                   READ RUNCTL-FILE
                       AT END
                           MOVE 'NO' TO MORE-RUNS
                       NOT AT END
                           MOVE RUN-NUMBER TO W-LAST-RUN-NO
                           MOVE RUN-STATUS TO W-LAST-RUN-STATUS
                           IF RUN-CLOSEOUT
                               MOVE RUN-NUMBER TO W-CLOSE-RUN-NO
                               MOVE RUN-DATE   TO W-CLOSE-RUN-DATE
                               MOVE 0          TO W-SEASON-FIRST-RUN
                           END-IF
                           IF RUN-COMPLETED
                               AND W-SEASON-FIRST-RUN = 0
                               MOVE RUN-NUMBER TO W-SEASON-FIRST-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

       2200-LOAD-SEASON-MASTER.
           OPEN INPUT SEASON-MASTER.
           IF STD-FILE-STATUS = '00'
               READ SEASON-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO W-STD-FOUND-SW
               END-READ
               CLOSE SEASON-MASTER
           END-IF.
           IF W-STD-FOUND-SW = 'Y'
               PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > 5
                   IF STD-TEAM(W-SUB) NOT NUMERIC
                       MOVE 0 TO STD-TEAM(W-SUB)
                   END-IF
                   IF STD-DEP-TEAM(W-SUB) NOT NUMERIC
                       MOVE 0 TO STD-DEP-TEAM(W-SUB)
                   END-IF
                   ADD STD-TEAM(W-SUB)     TO W-STD-TEAM-TOT
                   ADD STD-DEP-TEAM(W-SUB) TO W-STD-DEP-TOT
               END-PERFORM
               PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > 6
                   IF STD-TAXST-SALES(W-SUB) NOT NUMERIC
                       MOVE 0 TO STD-TAXST-SALES(W-SUB)
                   END-IF
                   IF STD-TAXST-TAX(W-SUB) NOT NUMERIC
                       MOVE 0 TO STD-TAXST-TAX(W-SUB)
                   END-IF
                   IF STD-TAXST-DEPOSIT(W-SUB) NOT NUMERIC
                       MOVE 0 TO STD-TAXST-DEPOSIT(W-SUB)
                   END-IF
                   ADD STD-TAXST-SALES(W-SUB) TO W-STD-SALES-TOT
               END-PERFORM
           END-IF.

      *****************************************************************
      * LOAD THE FILES THE CHECKS ARE RECOMPUTED FROM                 *
      *****************************************************************
       3000-LOAD-FILES.
           MOVE W-CLOSE-RUN-NO TO O-SEASON-RUN-NO.
           MOVE W-LAST-RUN-NO  TO O-SEASON-LAST-RUN.
           WRITE PRTAUDLINE
              FROM AUD-SEASON-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           PERFORM 3100-LOAD-SELLERS.
           PERFORM 3200-LOAD-DEP-LEDGER.
           PERFORM 3250-LOAD-DEP-BASE.
           PERFORM 3300-LOAD-INVENTORY.
           PERFORM 3400-LOAD-CHECKOUT-HISTORY.
           PERFORM 3500-LOAD-GL-JOURNALS.

       3100-LOAD-SELLERS.
           OPEN INPUT SELLER-MASTER.
           IF SLM-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-SELLERS
           ELSE
               MOVE 0 TO SLM-NUMBER
               START SELLER-MASTER KEY NOT LESS THAN SLM-NUMBER
                   INVALID KEY
                       MOVE 'NO' TO MORE-SELLERS
               END-START
           END-IF.
           PERFORM UNTIL MORE-SELLERS = 'NO'
               READ SELLER-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-SELLERS
                   NOT AT END
                       PERFORM 3150-POST-SELLER
               END-READ
           END-PERFORM.
           IF SLM-FILE-STATUS = '00' OR SLM-FILE-STATUS = '10'
               CLOSE SELLER-MASTER.

       3150-POST-SELLER.
           ADD 1 TO W-SLR-READ-CTR.
           IF SLM-SALES-TD NOT NUMERIC
               MOVE 0 TO SLM-SALES-TD
           END-IF.
           EVALUATE SLM-TEAM
               WHEN 'A'  MOVE 1 TO W-TEAM-SUB
               WHEN 'B'  MOVE 2 TO W-TEAM-SUB
               WHEN 'C'  MOVE 3 TO W-TEAM-SUB
               WHEN 'D'  MOVE 4 TO W-TEAM-SUB
               WHEN 'E'  MOVE 5 TO W-TEAM-SUB
               WHEN OTHER
                   MOVE 0 TO W-TEAM-SUB
           END-EVALUATE.
           IF W-TEAM-SUB > 0
               ADD SLM-SALES-TD TO AUD-SLM-SALES(W-TEAM-SUB)
               ADD 1            TO AUD-SLM-CTR(W-TEAM-SUB)
           ELSE
               ADD SLM-SALES-TD TO W-NOTEAM-SALES
               ADD 1            TO W-NOTEAM-CTR
           END-IF.
           IF W-SLR-CTR < 999
               ADD 1 TO W-SLR-CTR
               MOVE SLM-NUMBER   TO AUD-SLR-NO(W-SLR-CTR)
               MOVE SLM-LNAME    TO AUD-SLR-LNAME(W-SLR-CTR)
               MOVE SLM-FNAME    TO AUD-SLR-FNAME(W-SLR-CTR)
               MOVE SLM-TEAM     TO AUD-SLR-TEAM(W-SLR-CTR)
               MOVE SLM-SALES-TD TO AUD-SLR-SALES(W-SLR-CTR)
           ELSE
               ADD 1 TO W-SLR-FULL-CTR
           END-IF.

       3200-LOAD-DEP-LEDGER.
           OPEN INPUT DEP-LEDGER-FILE.
           IF DEP-FILE-STATUS = '00'
               MOVE 'Y' TO W-DEP-FOUND-SW
               PERFORM UNTIL MORE-DEPS = 'NO'
                   READ DEP-LEDGER-FILE
                       AT END
                           MOVE 'NO' TO MORE-DEPS
                       NOT AT END
                           MOVE DEP-STATE TO W-WORK-STATE
                           PERFORM 9330-STATE-TO-IDX
                           IF W-STATE-SUB > 0
                               AND DEP-COLLECTED-TD NUMERIC
                               ADD DEP-COLLECTED-TD
                                   TO AUD-DEP-COLLECTED(W-STATE-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEP-LEDGER-FILE.

      *****************************************************************
      * THE DEPOSIT LEDGER IS NOT RESET AT CLOSE OUT, SO THE LEDGER   *
      * SAVED IN THE LAST CLOSE OUT ARCHIVE IS THIS SEASON'S STARTING *
      * POINT                                                         *
      *****************************************************************
       3250-LOAD-DEP-BASE.
           IF W-CLOSE-RUN-NO > 0
               MOVE 'M' TO W-BASE-SW
               MOVE SPACES TO W-PATH-FILE
               STRING 'CBLPOPARC'       DELIMITED BY SIZE
                      W-CLOSE-RUN-DATE  DELIMITED BY SIZE
                      '.DAT'            DELIMITED BY SIZE
                   INTO W-PATH-FILE
               IF W-DATA-PATH NOT = SPACES
                   PERFORM 1360-PREFIX-PATH
                   MOVE W-PATH-BUILT TO ARC-PATH
               ELSE
                   MOVE W-PATH-FILE TO ARC-PATH
               END-IF
               OPEN INPUT ARCHIVE-FILE
               IF ARC-FILE-STATUS = '00'
                   PERFORM UNTIL MORE-ARCS = 'NO'
                       READ ARCHIVE-FILE
                           AT END
                               MOVE 'NO' TO MORE-ARCS
                           NOT AT END
                               IF ARC-TYPE = 'DEP'
                                   PERFORM 3260-POST-DEP-BASE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
               IF W-BASE-SW = 'M'
                   MOVE SPACES TO O-AUD-MSG
                   STRING 'NO DEPOSIT LEDGER IN CLOSE OUT ARCHIVE '
                                                DELIMITED BY SIZE
                          FUNCTION TRIM(W-PATH-FILE)
                                                DELIMITED BY SIZE
                          ' - NOTHING TAKEN OFF' DELIMITED BY SIZE
                       INTO O-AUD-MSG
                   PERFORM 9150-MSG-LINE
               END-IF
           END-IF.

       3260-POST-DEP-BASE.
           MOVE 'Y' TO W-BASE-SW.
           MOVE ARC-DATA(1:20) TO W-DEP-REC.
           MOVE W-DEP-STATE TO W-WORK-STATE.
           PERFORM 9330-STATE-TO-IDX.
           IF W-STATE-SUB > 0
               AND W-DEP-COLLECTED-TD NUMERIC
               ADD W-DEP-COLLECTED-TD TO AUD-DEP-BASE(W-STATE-SUB)
           END-IF.

       3300-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE.
           IF INV-FILE-STATUS = '00'
               PERFORM UNTIL MORE-INVS = 'NO'
                   READ INVENTORY-FILE
                       AT END
                           MOVE 'NO' TO MORE-INVS
                       NOT AT END
                           IF INV-POP-TYPE NUMERIC
                               AND INV-POP-TYPE > 0
                               AND INV-POP-TYPE < 7
                               AND INV-CHECKED-OUT-TD NUMERIC
                               ADD INV-CHECKED-OUT-TD
                                   TO AUD-INV-CHKOUT(INV-POP-TYPE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-FILE.

       3400-LOAD-CHECKOUT-HISTORY.
           OPEN INPUT CHECKOUT-HISTORY-FILE.
           IF CKH-FILE-STATUS = '00'
               MOVE 'Y' TO W-CKH-FOUND-SW
               PERFORM UNTIL MORE-CKHS = 'NO'
                   READ CHECKOUT-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO MORE-CKHS
                       NOT AT END
                           PERFORM 3450-POST-CHECKOUT
                   END-READ
               END-PERFORM
               CLOSE CHECKOUT-HISTORY-FILE.

       3450-POST-CHECKOUT.
           IF CKH-RUN-NO NUMERIC
               AND (W-CKH-FIRST-RUN = 0
                 OR CKH-RUN-NO < W-CKH-FIRST-RUN)
               MOVE CKH-RUN-NO TO W-CKH-FIRST-RUN
           END-IF.
           IF CKH-RUN-NO NUMERIC
               AND CKH-RUN-NO > W-CLOSE-RUN-NO
               AND CKH-POP-TYPE NUMERIC
               AND CKH-POP-TYPE > 0
               AND CKH-POP-TYPE < 7
               AND CKH-CASES NUMERIC
               ADD CKH-CASES TO AUD-CKH-CASES(CKH-POP-TYPE)
               EVALUATE CKH-TEAM
                   WHEN 'A'  MOVE 1 TO W-TEAM-SUB
                   WHEN 'B'  MOVE 2 TO W-TEAM-SUB
                   WHEN 'C'  MOVE 3 TO W-TEAM-SUB
                   WHEN 'D'  MOVE 4 TO W-TEAM-SUB
                   WHEN 'E'  MOVE 5 TO W-TEAM-SUB
                   WHEN OTHER
                       MOVE 0 TO W-TEAM-SUB
               END-EVALUATE
               IF W-TEAM-SUB > 0
                   ADD CKH-CASES
                       TO AUD-CKH-TEAM(CKH-POP-TYPE, W-TEAM-SUB)
               END-IF
           END-IF.

       3500-LOAD-GL-JOURNALS.
           OPEN INPUT GL-HISTORY-FILE.
           IF GLH-FILE-STATUS = '00'
               MOVE 'Y' TO W-GLH-FOUND-SW
               MOVE 'YES' TO MORE-JRNS
               PERFORM UNTIL MORE-JRNS = 'NO'
                   READ GL-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO MORE-JRNS
                       NOT AT END
                           MOVE GLH-REC TO W-JRN-REC
                           IF W-JRN-RUN-NO NUMERIC
                               AND (W-GLH-FIRST-RUN = 0
                                 OR W-JRN-RUN-NO < W-GLH-FIRST-RUN)
                               MOVE W-JRN-RUN-NO TO W-GLH-FIRST-RUN
                           END-IF
                           PERFORM 3550-POST-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
           END-IF.
           OPEN INPUT REV-JOURNAL-FILE.
           IF GLR-FILE-STATUS = '00'
               MOVE 'YES' TO MORE-JRNS
               PERFORM UNTIL MORE-JRNS = 'NO'
                   READ REV-JOURNAL-FILE
                       AT END
                           MOVE 'NO' TO MORE-JRNS
                       NOT AT END
                           MOVE GLR-REC TO W-JRN-REC
                           PERFORM 3550-POST-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE REV-JOURNAL-FILE
           END-IF.

       3550-POST-JOURNAL.
           IF W-JRN-RUN-NO NUMERIC
               AND W-JRN-RUN-NO > W-CLOSE-RUN-NO
               IF W-JRN-DEBIT NOT NUMERIC
                   MOVE 0 TO W-JRN-DEBIT
               END-IF
               IF W-JRN-CREDIT NOT NUMERIC
                   MOVE 0 TO W-JRN-CREDIT
               END-IF
               ADD 1            TO W-GL-LINE-CTR
               ADD W-JRN-DEBIT  TO W-GL-DEBITS
               ADD W-JRN-CREDIT TO W-GL-CREDITS
               MOVE W-JRN-STATE TO W-WORK-STATE
               PERFORM 9330-STATE-TO-IDX
               EVALUATE TRUE
                   WHEN W-JRN-ACCOUNT = '1010'
                       COMPUTE W-GL-CASH = W-GL-CASH
                               + W-JRN-DEBIT - W-JRN-CREDIT
                   WHEN W-JRN-ACCOUNT = '4010'
                       COMPUTE W-GL-SALES = W-GL-SALES
                               + W-JRN-CREDIT - W-JRN-DEBIT
                   WHEN W-JRN-ACCOUNT = '2200'
                       AND W-STATE-SUB > 0
                       COMPUTE AUD-GL-TAX(W-STATE-SUB) =
                               AUD-GL-TAX(W-STATE-SUB)
                               + W-JRN-CREDIT - W-JRN-DEBIT
                   WHEN W-JRN-ACCOUNT = '2300'
                       AND W-STATE-SUB > 0
                       COMPUTE AUD-GL-DEP(W-STATE-SUB) =
                               AUD-GL-DEP(W-STATE-SUB)
                               + W-JRN-CREDIT - W-JRN-DEBIT
                   WHEN OTHER
                       ADD 1 TO W-GL-OTHER-CTR
               END-EVALUATE
           END-IF.

      *****************************************************************
      * SEASON MASTER TEAM TOTALS AGAINST THE SELLER MASTER. SALES TO *
      * DATE MOVE WITH A SELLER WHO CHANGES TEAM, SO ONLY THE CLUB    *
      * TOTAL IS CHECKED AND THE TEAM LINES ARE FOR INFORMATION       *
      *****************************************************************
       4000-CHECK-SELLERS.
           MOVE 'SEASON MASTER TEAM TOTALS AGAINST SELLER MASTER'
               TO O-AUD-SECTION.
           PERFORM 9120-CHECK-HEADING.
           MOVE W-NOTEAM-SALES TO W-SLM-TOTAL.
           PERFORM VARYING W-TEAM-SUB FROM 1 BY 1
               UNTIL W-TEAM-SUB > 5
               ADD AUD-SLM-SALES(W-TEAM-SUB) TO W-SLM-TOTAL
           END-PERFORM.
           MOVE 'ALL TEAMS - ALL SELLERS'    TO W-CHECK-LABEL.
           MOVE W-STD-TEAM-TOT               TO W-MASTER-AMT.
           MOVE W-SLM-TOTAL                  TO W-RECOMP-AMT.
           PERFORM 9600-CHECK-AMOUNT.
           MOVE 'Y' TO W-INFO-ONLY-SW.
           PERFORM VARYING W-TEAM-SUB FROM 1 BY 1
               UNTIL W-TEAM-SUB > 5
               PERFORM 9310-TEAM-LETTER
               MOVE SPACES TO W-CHECK-LABEL
               STRING 'TEAM '              DELIMITED BY SIZE
                      W-TEAM-LETTER        DELIMITED BY SIZE
                      ' SALES - SELLERS BY TEAM' DELIMITED BY SIZE
                   INTO W-CHECK-LABEL
               MOVE STD-TEAM(W-TEAM-SUB)      TO W-MASTER-AMT
               MOVE AUD-SLM-SALES(W-TEAM-SUB) TO W-RECOMP-AMT
               PERFORM 9600-CHECK-AMOUNT
               IF W-CHECK-RESULT = 'DIFF'
                   MOVE 'Y' TO W-TEAM-DIFF-SW
                   PERFORM 4100-LIST-TEAM-SELLERS
               END-IF
           END-PERFORM.
           MOVE 'SELLERS WITH NO VALID TEAM' TO W-CHECK-LABEL.
           MOVE 0                            TO W-MASTER-AMT.
           MOVE W-NOTEAM-SALES               TO W-RECOMP-AMT.
           PERFORM 9600-CHECK-AMOUNT.
           MOVE 'N' TO W-INFO-ONLY-SW.
           IF W-NOTEAM-CTR > 0
               MOVE SPACE TO W-TEAM-LETTER
               PERFORM 4100-LIST-TEAM-SELLERS
           END-IF.
           IF W-TEAM-DIFF-SW = 'Y'
               MOVE 'TEAM DIFF IS EXPECTED WHEN A SELLER CHANGED TEAM'
                   TO O-AUD-MSG
               PERFORM 9150-MSG-LINE
           END-IF.
           IF W-SLR-FULL-CTR > 0
               MOVE 'SELLER TABLE FULL - SELLERS PAST 999 NOT LISTED'
                   TO O-AUD-MSG
               PERFORM 9150-MSG-LINE
           END-IF.

       4100-LIST-TEAM-SELLERS.
           PERFORM VARYING W-SLR-SUB FROM 1 BY 1
               UNTIL W-SLR-SUB > W-SLR-CTR
               IF (W-TEAM-LETTER NOT = SPACE
                   AND AUD-SLR-TEAM(W-SLR-SUB) = W-TEAM-LETTER)
                  OR (W-TEAM-LETTER = SPACE
                   AND (AUD-SLR-TEAM(W-SLR-SUB) < 'A'
                     OR AUD-SLR-TEAM(W-SLR-SUB) > 'E'))
                   PERFORM 4150-SELLER-LINE
               END-IF
           END-PERFORM.

       4150-SELLER-LINE.
           MOVE AUD-SLR-NO(W-SLR-SUB)    TO O-SLR-NO.
           MOVE AUD-SLR-LNAME(W-SLR-SUB) TO O-SLR-LNAME.
           MOVE AUD-SLR-FNAME(W-SLR-SUB) TO O-SLR-FNAME.
           MOVE AUD-SLR-TEAM(W-SLR-SUB)  TO O-SLR-TEAM.
           MOVE AUD-SLR-SALES(W-SLR-SUB) TO O-SLR-SALES.
           WRITE PRTAUDLINE
              FROM SLR-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

      *****************************************************************
      * DEPOSIT LEDGER AGAINST THE SEASON MASTER DEPOSITS             *
      *****************************************************************
       5000-CHECK-DEPOSITS.
           MOVE 'DEPOSIT LEDGER THIS SEASON AGAINST SEASON MASTER'
               TO O-AUD-SECTION.
           PERFORM 9120-CHECK-HEADING.
           IF W-DEP-FOUND-SW = 'N'
               MOVE 'DEPOSIT LEDGER NOT ON FILE - LEDGER TAKEN AS ZERO'
                   TO O-AUD-MSG
               PERFORM 9150-MSG-LINE
           END-IF.
           MOVE 0 TO W-LEDGER-TOT.
           PERFORM VARYING W-STATE-SUB FROM 1 BY 1
               UNTIL W-STATE-SUB > 6
               MOVE SPACES TO W-CHECK-LABEL
               STRING 'DEPOSITS '          DELIMITED BY SIZE
                      STATE-CODE(W-STATE-SUB) DELIMITED BY SIZE
                      ' - LEDGER BY STATE' DELIMITED BY SIZE
                   INTO W-CHECK-LABEL
               MOVE STD-TAXST-DEPOSIT(W-STATE-SUB) TO W-MASTER-AMT
               COMPUTE W-RECOMP-AMT =
                       AUD-DEP-COLLECTED(W-STATE-SUB)
                     - AUD-DEP-BASE(W-STATE-SUB)
               ADD W-RECOMP-AMT TO W-LEDGER-TOT
               PERFORM 9600-CHECK-AMOUNT
           END-PERFORM.
           MOVE 'TEAM DEPOSITS - LEDGER ALL STATES' TO W-CHECK-LABEL.
           MOVE W-STD-DEP-TOT                      TO W-MASTER-AMT.
           MOVE W-LEDGER-TOT                       TO W-RECOMP-AMT.
           PERFORM 9600-CHECK-AMOUNT.

      *****************************************************************
      * INVENTORY CHECKED OUT AGAINST THE CHECKOUT HISTORY            *
      *****************************************************************
       6000-CHECK-INVENTORY.
           MOVE 'INVENTORY CHECKED OUT AGAINST CHECKOUT HISTORY'
               TO O-AUD-SECTION.
           PERFORM 9120-CHECK-HEADING.
           IF W-CKH-FOUND-SW = 'N'
               MOVE 'CHECKOUT HISTORY NOT ON FILE - TAKEN AS ZERO'
                   TO O-AUD-MSG
               PERFORM 9150-MSG-LINE
           END-IF.
           IF W-SEASON-FIRST-RUN > 0
               AND (W-CKH-FIRST-RUN = 0
                 OR W-CKH-FIRST-RUN > W-SEASON-FIRST-RUN)
               MOVE 'Y' TO W-INFO-ONLY-SW
               MOVE SPACES TO O-AUD-MSG
               STRING 'CHECKOUT HISTORY DOES NOT GO BACK TO RUN '
                                            DELIMITED BY SIZE
                      W-SEASON-FIRST-RUN    DELIMITED BY SIZE
                      ' - FOR INFORMATION ONLY'
                                            DELIMITED BY SIZE
                   INTO O-AUD-MSG
               PERFORM 9150-MSG-LINE
           END-IF.
           PERFORM VARYING W-POP-SUB FROM 1 BY 1
               UNTIL W-POP-SUB > 6
               PERFORM 9320-POP-NAME
               MOVE SPACES TO W-CHECK-LABEL
               STRING 'CASES OUT '         DELIMITED BY SIZE
                      W-POP-NAME           DELIMITED BY '  '
                      ' - HISTORY'         DELIMITED BY SIZE
                   INTO W-CHECK-LABEL
               MOVE AUD-INV-CHKOUT(W-POP-SUB) TO W-MASTER-AMT
               MOVE AUD-CKH-CASES(W-POP-SUB)  TO W-RECOMP-AMT
               PERFORM 9650-CHECK-QUANTITY
               IF W-CHECK-RESULT = 'FAIL'
                   PERFORM 6100-LIST-TEAM-CHECKOUTS
               END-IF
           END-PERFORM.
           MOVE 'N' TO W-INFO-ONLY-SW.

       6100-LIST-TEAM-CHECKOUTS.
           PERFORM VARYING W-TEAM-SUB FROM 1 BY 1
               UNTIL W-TEAM-SUB > 5
               IF AUD-CKH-TEAM(W-POP-SUB, W-TEAM-SUB) > 0
                   PERFORM 9310-TEAM-LETTER
                   MOVE W-TEAM-LETTER TO O-CKH-TEAM
                   MOVE AUD-CKH-TEAM(W-POP-SUB, W-TEAM-SUB)
                       TO O-CKH-CASES
                   WRITE PRTAUDLINE
                      FROM CKH-DETAIL-LINE
                         AFTER ADVANCING 1 LINES
                            AT EOP
                               PERFORM 9100-HEADING
               END-IF
           END-PERFORM.

      *****************************************************************
      * GL JOURNAL HISTORY AND REVERSAL JOURNAL AGAINST SEASON TOTALS *
      *****************************************************************
       7000-CHECK-GL.
           MOVE 'GL JOURNALS THIS SEASON AGAINST SEASON MASTER TOTALS'
               TO O-AUD-SECTION.
           PERFORM 9120-CHECK-HEADING.
           IF W-GLH-FOUND-SW = 'N'
               MOVE 'GL JOURNAL HISTORY NOT ON FILE - TAKEN AS ZERO'
                   TO O-AUD-MSG
               PERFORM 9150-MSG-LINE
           END-IF.
           IF W-SEASON-FIRST-RUN > 0
               AND (W-GLH-FIRST-RUN = 0
                 OR W-GLH-FIRST-RUN > W-SEASON-FIRST-RUN)
               MOVE 'Y' TO W-INFO-ONLY-SW
               MOVE SPACES TO O-AUD-MSG
               STRING 'GL JOURNAL HISTORY DOES NOT GO BACK TO RUN '
                                            DELIMITED BY SIZE
                      W-SEASON-FIRST-RUN    DELIMITED BY SIZE
                      ' - FOR INFORMATION ONLY'
                                            DELIMITED BY SIZE
                   INTO O-AUD-MSG
               PERFORM 9150-MSG-LINE
           END-IF.
           MOVE 'GL 1010 CASH - TEAM SALES'     TO W-CHECK-LABEL.
           MOVE W-STD-TEAM-TOT                  TO W-MASTER-AMT.
           MOVE W-GL-CASH                       TO W-RECOMP-AMT.
           PERFORM 9600-CHECK-AMOUNT.
           MOVE 'GL 4010 SALES - STATE SALES'   TO W-CHECK-LABEL.
           MOVE W-STD-SALES-TOT                 TO W-MASTER-AMT.
           MOVE W-GL-SALES                      TO W-RECOMP-AMT.
           PERFORM 9600-CHECK-AMOUNT.
           PERFORM VARYING W-STATE-SUB FROM 1 BY 1
               UNTIL W-STATE-SUB > 6
               MOVE SPACES TO W-CHECK-LABEL
               STRING 'GL 2200 SALES TAX '   DELIMITED BY SIZE
                      STATE-CODE(W-STATE-SUB) DELIMITED BY SIZE
                   INTO W-CHECK-LABEL
               MOVE STD-TAXST-TAX(W-STATE-SUB) TO W-MASTER-AMT
               MOVE AUD-GL-TAX(W-STATE-SUB)    TO W-RECOMP-AMT
               PERFORM 9600-CHECK-AMOUNT
           END-PERFORM.
           PERFORM VARYING W-STATE-SUB FROM 1 BY 1
               UNTIL W-STATE-SUB > 6
               MOVE SPACES TO W-CHECK-LABEL
               STRING 'GL 2300 DEPOSIT LIABILITY ' DELIMITED BY SIZE
                      STATE-CODE(W-STATE-SUB)      DELIMITED BY SIZE
                   INTO W-CHECK-LABEL
               MOVE STD-TAXST-DEPOSIT(W-STATE-SUB) TO W-MASTER-AMT
               MOVE AUD-GL-DEP(W-STATE-SUB)        TO W-RECOMP-AMT
               PERFORM 9600-CHECK-AMOUNT
           END-PERFORM.
           MOVE 'N' TO W-INFO-ONLY-SW.
           MOVE 'GL DEBITS - GL CREDITS'        TO W-CHECK-LABEL.
           MOVE W-GL-DEBITS                     TO W-MASTER-AMT.
           MOVE W-GL-CREDITS                    TO W-RECOMP-AMT.
           PERFORM 9600-CHECK-AMOUNT.
           MOVE 'GL JOURNAL LINES THIS SEASON'  TO O-AUD-CTR-LABEL.
           MOVE W-GL-LINE-CTR                   TO O-AUD-CTR.
           PERFORM 7100-CTR-LINE.
           IF W-GL-OTHER-CTR > 0
               MOVE 'GL LINES ON OTHER ACCOUNTS - NOT CHECKED'
                   TO O-AUD-CTR-LABEL
               MOVE W-GL-OTHER-CTR              TO O-AUD-CTR
               PERFORM 7100-CTR-LINE
           END-IF.

       7100-CTR-LINE.
           WRITE PRTAUDLINE
              FROM AUD-CTR-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       8000-AUDIT-RESULT.
           MOVE 'AUDIT SUMMARY' TO O-AUD-SECTION.
           PERFORM 9110-SECTION-LINE.
           MOVE 'SELLERS READ'              TO O-AUD-CTR-LABEL.
           MOVE W-SLR-READ-CTR              TO O-AUD-CTR.
           PERFORM 7100-CTR-LINE.
           MOVE 'CHECKS MADE'               TO O-AUD-CTR-LABEL.
           MOVE W-CHECK-CTR                 TO O-AUD-CTR.
           PERFORM 7100-CTR-LINE.
           MOVE 'CHECKS OUT OF BALANCE'     TO O-AUD-CTR-LABEL.
           MOVE W-FAIL-CTR                  TO O-AUD-CTR.
           PERFORM 7100-CTR-LINE.
           IF W-FAIL-CTR = 0
               MOVE 'AUDIT PASSED - THE MASTERS AGREE'
                   TO O-AUD-RESULT
           ELSE
               MOVE 'AUDIT FAILED - SEE THE CHECKS MARKED FAIL ABOVE'
                   TO O-AUD-RESULT
           END-IF.
           WRITE PRTAUDLINE
              FROM AUD-RESULT-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       8100-WRITE-RUN-RECORD.
           ADD 1 TO W-LAST-RUN-NO.
           OPEN EXTEND RUNCTL-FILE.
           IF RUN-FILE-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           MOVE W-LAST-RUN-NO    TO RUN-NUMBER.
           MOVE I-DATE           TO RUN-DATE.
           MOVE I-TIME(1:6)      TO RUN-TIME.
           MOVE W-CHECK-CTR      TO RUN-READ-CTR.
           MOVE W-FAIL-CTR       TO RUN-ERROR-CTR.
           MOVE 0                TO RUN-CORR-CTR.
           IF W-FAIL-CTR = 0
               MOVE 'P'          TO RUN-STATUS
           ELSE
               MOVE 'F'          TO RUN-STATUS
           END-IF.
           WRITE RUN-REC.
           CLOSE RUNCTL-FILE.

       9100-HEADING.
           ADD 1 TO CPCTR.
           MOVE CPCTR TO O-PCTR.
           WRITE PRTAUDLINE
             FROM AUD-TITLE-LINE
                AFTER ADVANCING PAGE.
           WRITE PRTAUDLINE
              FROM AUD-TITLE-LINE2
                 AFTER ADVANCING 1 LINES.
           WRITE PRTAUDLINE
              FROM AUD-TITLE-LINE1
                 AFTER ADVANCING 1 LINES.

       9110-SECTION-LINE.
           WRITE PRTAUDLINE
              FROM AUD-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       9120-CHECK-HEADING.
           PERFORM 9110-SECTION-LINE.
           WRITE PRTAUDLINE
              FROM AUD-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9150-MSG-LINE.
           WRITE PRTAUDLINE
              FROM AUD-MSG-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       9310-TEAM-LETTER.
           EVALUATE W-TEAM-SUB
               WHEN 1  MOVE 'A' TO W-TEAM-LETTER
               WHEN 2  MOVE 'B' TO W-TEAM-LETTER
               WHEN 3  MOVE 'C' TO W-TEAM-LETTER
               WHEN 4  MOVE 'D' TO W-TEAM-LETTER
               WHEN 5  MOVE 'E' TO W-TEAM-LETTER
           END-EVALUATE.

       9320-POP-NAME.
           EVALUATE W-POP-SUB
               WHEN 1  MOVE 'COKE'             TO W-POP-NAME
               WHEN 2  MOVE 'DIET COKE'        TO W-POP-NAME
               WHEN 3  MOVE 'MELLO YELLO'      TO W-POP-NAME
               WHEN 4  MOVE 'CHERRY COKE'      TO W-POP-NAME
               WHEN 5  MOVE 'DIET CHERRY COKE' TO W-POP-NAME
               WHEN 6  MOVE 'SPRITE'           TO W-POP-NAME
           END-EVALUATE.

       9330-STATE-TO-IDX.
           MOVE 0 TO W-STATE-SUB.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 6
               IF STATE-CODE(W-SUB) = W-WORK-STATE
                   MOVE W-SUB TO W-STATE-SUB
               END-IF
           END-PERFORM.

       9600-CHECK-AMOUNT.
           PERFORM 9700-COMPARE.
           MOVE W-CHECK-LABEL  TO O-AMT-LABEL.
           MOVE W-MASTER-AMT   TO O-AMT-MASTER.
           MOVE W-RECOMP-AMT   TO O-AMT-RECOMP.
           MOVE W-DIFF-AMT     TO O-AMT-DIFF.
           MOVE W-CHECK-RESULT TO O-AMT-RESULT.
           WRITE PRTAUDLINE
              FROM AUD-AMT-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       9650-CHECK-QUANTITY.
           PERFORM 9700-COMPARE.
           MOVE W-CHECK-LABEL  TO O-QTY-LABEL.
           MOVE W-MASTER-AMT   TO O-QTY-MASTER.
           MOVE W-RECOMP-AMT   TO O-QTY-RECOMP.
           MOVE W-DIFF-AMT     TO O-QTY-DIFF.
           MOVE W-CHECK-RESULT TO O-QTY-RESULT.
           WRITE PRTAUDLINE
              FROM AUD-QTY-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       9700-COMPARE.
           COMPUTE W-DIFF-AMT = W-MASTER-AMT - W-RECOMP-AMT.
           IF W-INFO-ONLY-SW = 'Y'
               IF W-DIFF-AMT = 0
                   MOVE 'SAME' TO W-CHECK-RESULT
               ELSE
                   MOVE 'DIFF' TO W-CHECK-RESULT
               END-IF
           ELSE
               ADD 1 TO W-CHECK-CTR
               IF W-DIFF-AMT = 0
                   MOVE 'PASS' TO W-CHECK-RESULT
               ELSE
                   MOVE 'FAIL' TO W-CHECK-RESULT
                   ADD 1 TO W-FAIL-CTR
               END-IF
           END-IF.
