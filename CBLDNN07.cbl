       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CBLYAL07.
       AUTHOR.                 yasir ali.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      * THIS PROGRAM reverses one posted batch. the run number and    *
      * batch number to back out come from the REVRUN and REVBATCH    *
      * parameters. every sale CBLYAL04 kept on the sales history for *
      * that run and batch is backed out of the season master, the    *
      * seller master sales to date, the deposit ledger, the customer *
      * master and the profit master. the inventory file is left      *
      * alone - sold cases never come off inventory, stock only moves *
      * at checkout. delivery orders still open for the reversed      *
      * sales are closed on CBLPOPORD.DAT in status V so they can not *
      * be confirmed. offsetting GL journal lines are written,        *
      * reversal lines are added to the sales history so the batch    *
      * can not be reversed twice, and a reversal proof report is     *
      * printed. it refuses to run while the last run is still in     *
      * status A, when the batch is in a closed season, when the      *
      * batch would not give a balanced GL journal, or when the sales *
      * history, seller master or customer master will not open. all  *
      * of these are checked before any master is changed.            *
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

           SELECT SALES-HISTORY-FILE
                 ASSIGN TO SHS-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SHS-FILE-STATUS.

           SELECT REVERSAL-WORK
                 ASSIGN TO RVW-PATH
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEASON-MASTER
                 ASSIGN TO STD-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS STD-FILE-STATUS.

           SELECT PROFIT-MASTER
                 ASSIGN TO GPM-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GPM-FILE-STATUS.

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

           SELECT DEP-LEDGER-FILE
                 ASSIGN TO DEP-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DEP-FILE-STATUS.

           SELECT OPEN-ORDER-FILE
                 ASSIGN TO ORD-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ORD-FILE-STATUS.

           SELECT REV-JOURNAL-FILE
                 ASSIGN TO GLR-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GLR-FILE-STATUS.

           SELECT PRTREVOUT
                 ASSIGN TO PRTREV-PATH
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

       FD  REVERSAL-WORK
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 150 CHARACTERS
             DATA RECORD IS RVW-REC.

       01  RVW-REC                       PIC X(150).

       FD  SEASON-MASTER
             LABEL RECORD IS STANDARD
             DATA RECORD IS STD-REC.

       01  STD-REC.
             05  STD-CTR-COKE            PIC S9(7)V99.
             05  STD-CTR-DIET-COKE       PIC S9(7)V99.
             05  STD-CTR-MELLO-YELLO     PIC S9(7)V99.
             05  STD-CTR-CHERRY-COKE     PIC S9(7)V99.
             05  STD-CTR-DIET-CHERRY     PIC S9(7)V99.
             05  STD-CTR-SPRITE          PIC S9(7)V99.
             05  STD-TEAM-A              PIC S9(7)V99.
             05  STD-TEAM-B              PIC S9(7)V99.
             05  STD-TEAM-C              PIC S9(7)V99.
             05  STD-TEAM-D              PIC S9(7)V99.
             05  STD-TEAM-E              PIC S9(7)V99.
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

       01  STD-REC-TABLES.
             05  STD-CTR-POP OCCURS 6 TIMES
                                         PIC S9(7)V99.
             05  STD-TEAM-TOT OCCURS 5 TIMES
                                         PIC S9(7)V99.
             05  FILLER                  PIC X(233).

       FD  PROFIT-MASTER
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 293 CHARACTERS
             DATA RECORD IS GPM-REC.

       01  GPM-REC.
             05  GPM-POP-ENTRY OCCURS 6 TIMES.
                 10  GPM-POP-CASES       PIC S9(7).
                 10  GPM-POP-SALES       PIC S9(7)V99.
                 10  GPM-POP-COST        PIC S9(7)V99.
             05  GPM-TEAM-ENTRY OCCURS 5 TIMES.
                 10  GPM-TEAM-CASES      PIC S9(7).
                 10  GPM-TEAM-SALES      PIC S9(7)V99.
                 10  GPM-TEAM-COST       PIC S9(7)V99.
             05  GPM-NOCOST-CTR          PIC 9(5).
             05  GPM-RUN-DATE            PIC 9(8).
             05  GPM-RUN-NO              PIC 9(5).

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

       FD  DEP-LEDGER-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 20 CHARACTERS
             DATA RECORD IS DEP-REC.

       01  DEP-REC.
             05  DEP-STATE               PIC XX.
             05  DEP-COLLECTED-TD        PIC S9(7)V99.
             05  DEP-REFUNDED-TD         PIC S9(7)V99.

       FD  OPEN-ORDER-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 121 CHARACTERS
             DATA RECORD IS ORD-REC.

       01  ORD-REC                       PIC X(121).

       FD  REV-JOURNAL-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 54 CHARACTERS
             DATA RECORD IS JRN-REC.

       01  JRN-REC.
             05  JRN-RUN-NO              PIC 9(5).
             05  JRN-ACCOUNT             PIC X(4).
             05  JRN-DESC                PIC X(25).
             05  JRN-DEBIT               PIC S9(8)V99.
             05  JRN-CREDIT              PIC S9(8)V99.

       FD  PRTREVOUT
             LABEL RECORD IS OMITTED
             RECORD CONTAINS 132 CHARACTERS
             DATA RECORD IS PRTREVLINE
             LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTREVLINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-PATH-AREA.
           05 RUN-PATH        PIC X(80) VALUE 'CBLPOPRUN.DAT'.
           05 SHS-PATH        PIC X(80) VALUE 'CBLPOPSHS.DAT'.
           05 RVW-PATH        PIC X(80) VALUE 'CBLPOPRVW.DAT'.
           05 STD-PATH        PIC X(80) VALUE 'CBLPOPSTD.DAT'.
           05 GPM-PATH        PIC X(80) VALUE 'CBLPOPGPM.DAT'.
           05 SLM-PATH        PIC X(80) VALUE 'CBLPOPSLM.DAT'.
           05 CUS-PATH        PIC X(80) VALUE 'CBLPOPCUS.DAT'.
           05 DEP-PATH        PIC X(80) VALUE 'CBLPOPDEP.DAT'.
           05 ORD-PATH        PIC X(80) VALUE 'CBLPOPORD.DAT'.
           05 GLR-PATH        PIC X(80) VALUE 'CBLPOPGLR.DAT'.
           05 PRTREV-PATH     PIC X(80) VALUE 'CBLPOPREV.PRT'.

       01  PARM-AREA.
           05 PRM-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-PARMS               PIC XXX           VALUE 'YES'.
           05 W-DATA-PATH              PIC X(64)         VALUE SPACES.
           05 W-PATH-FILE              PIC X(80)         VALUE SPACES.
           05 W-PATH-BUILT             PIC X(80)         VALUE SPACES.
           05 W-REV-RUN-NO             PIC 9(5)          VALUE ZERO.
           05 W-REV-BATCH-NO           PIC 9(4)          VALUE ZERO.
           05 W-REV-PARM-SW            PIC XXX           VALUE 'NO'.
           05 W-REV-BATCH-SW           PIC XXX           VALUE 'NO'.

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
           05 SHS-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-SHS                 PIC XXX           VALUE 'YES'.
           05 MORE-RVWS                PIC XXX           VALUE 'YES'.
           05 STD-FILE-STATUS          PIC XX            VALUE '00'.
           05 GPM-FILE-STATUS          PIC XX            VALUE '00'.
           05 W-GPM-FOUND-SW           PIC XXX           VALUE 'NO'.
           05 W-COST-REV-CTR           PIC 9(6)          VALUE ZERO.
           05 SLM-FILE-STATUS          PIC XX            VALUE '00'.
           05 CUS-FILE-STATUS          PIC XX            VALUE '00'.
           05 DEP-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-DEPS                PIC XXX           VALUE 'YES'.
           05 ORD-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-ORDS                PIC XXX           VALUE 'YES'.
           05 W-ORD-CTR                PIC 9(4)          VALUE ZERO.
           05 W-ORD-SUB                PIC 9(4)          VALUE ZERO.
           05 W-ORD-FOUND-SW           PIC XXX           VALUE 'NO'.
           05 W-ORD-VOID-CTR           PIC 9(6)          VALUE ZERO.
           05 GLR-FILE-STATUS          PIC XX            VALUE '00'.
           05 W-LAST-RUN-NO            PIC 9(5)          VALUE ZERO.
           05 W-LAST-RUN-STATUS        PIC X             VALUE 'C'.
           05 W-CLOSE-RUN-NO           PIC 9(5)          VALUE ZERO.
           05 W-NEW-RUN-NO             PIC 9(5)          VALUE ZERO.
           05 W-RUN-STAMP              PIC X             VALUE 'A'.
           05 W-REV-OK-SW              PIC XXX           VALUE 'YES'.
           05 W-ALREADY-REV-SW         PIC XXX           VALUE 'NO'.
           05 W-HIST-MATCH-CTR         PIC 9(6)          VALUE ZERO.
           05 W-REVERSED-CTR           PIC 9(6)          VALUE ZERO.
           05 W-SLM-UPD-CTR            PIC 9(6)          VALUE ZERO.
           05 W-SLM-MISS-CTR           PIC 9(6)          VALUE ZERO.
           05 W-CUS-UPD-CTR            PIC 9(6)          VALUE ZERO.
           05 W-CUS-DEL-CTR            PIC 9(6)          VALUE ZERO.
           05 W-CUS-MISS-CTR           PIC 9(6)          VALUE ZERO.
           05 W-TEAM-LETTER            PIC X             VALUE SPACES.
           05 W-TEAM-IDX               PIC 9             VALUE ZERO.
           05 W-WORK-STATE             PIC XX            VALUE SPACES.
           05 W-STATE-IDX              PIC 9             VALUE ZERO.
           05 W-POP-SUB                PIC 9             VALUE ZERO.
           05 W-SUB                    PIC 9             VALUE ZERO.
           05 W-POP-NAME               PIC X(16)         VALUE SPACES.
           05 W-JRN-DEBITS             PIC S9(8)V99      VALUE ZERO.
           05 W-JRN-CREDITS            PIC S9(8)V99      VALUE ZERO.
           05 W-JRN-SALES              PIC S9(8)V99      VALUE ZERO.
           05 W-JRN-TOTAL              PIC S9(8)V99      VALUE ZERO.
           05 W-JRN-TAX-TOT            PIC S9(8)V99      VALUE ZERO.
           05 W-JRN-DEP-TOT            PIC S9(8)V99      VALUE ZERO.
           05 W-PRV-DEBITS             PIC S9(8)V99      VALUE ZERO.
           05 W-PRV-CREDITS            PIC S9(8)V99      VALUE ZERO.
           05 W-DETAIL-FLAG            PIC X(7)          VALUE SPACES.

       01  REV-TEAM-TABLE-AREA.
           05 W-TEAM-ENTRY OCCURS 5 TIMES.
               10 W-TEAM-BEFORE        PIC S9(7)V99      VALUE ZERO.
               10 W-TEAM-REV           PIC S9(7)V99      VALUE ZERO.
               10 W-TEAM-DEP-REV       PIC S9(7)V99      VALUE ZERO.
               10 W-TEAM-CASES-REV     PIC S9(7)         VALUE ZERO.
               10 W-TEAM-SALES-REV     PIC S9(7)V99      VALUE ZERO.
               10 W-TEAM-COST-REV      PIC S9(7)V99      VALUE ZERO.

       01  REV-POP-TABLE-AREA.
           05 W-POP-ENTRY OCCURS 6 TIMES.
               10 W-POP-BEFORE         PIC S9(7)V99      VALUE ZERO.
               10 W-POP-REV            PIC S9(7)         VALUE ZERO.
               10 W-GP-CASES-REV       PIC S9(7)         VALUE ZERO.
               10 W-GP-SALES-REV       PIC S9(7)V99      VALUE ZERO.
               10 W-GP-COST-REV        PIC S9(7)V99      VALUE ZERO.
               10 W-GP-MARGIN-BEFORE   PIC S9(8)V99      VALUE ZERO.

       01  REV-STATE-TABLE-AREA.
           05 W-ST-ENTRY OCCURS 6 TIMES.
               10 W-ST-SALES-REV       PIC S9(7)V99      VALUE ZERO.
               10 W-ST-TAX-REV         PIC S9(7)V99      VALUE ZERO.
               10 W-ST-DEP-REV         PIC S9(7)V99      VALUE ZERO.
               10 W-DEP-BEFORE         PIC S9(7)V99      VALUE ZERO.
               10 W-DEP-REFUNDED       PIC S9(7)V99      VALUE ZERO.

       01  W-ORD-REC.
           05 W-ORD-ORDER-NO.
               10 W-ORD-RUN-NO         PIC 9(5).
               10 W-ORD-SEQ-NO         PIC 9(4).
           05 W-ORD-ROUTE-DATE         PIC 9(8).
           05 W-ORD-STATUS             PIC X.
               88 W-ORD-IS-OPEN        VALUE 'O' 'N' 'W'.
           05 W-ORD-ATTEMPTS           PIC 99.
           05 W-ORD-LAST-CONF-DATE     PIC 9(8).
           05 W-ORD-CLOSE-DATE         PIC 9(8).
           05 W-ORD-SALE.
               10 W-ORD-LNAME          PIC X(15).
               10 W-ORD-FNAME          PIC X(15).
               10 W-ORD-ADDRESS        PIC X(15).
               10 W-ORD-CITY           PIC X(10).
               10 W-ORD-STATE          PIC XX.
               10 W-ORD-ZIP            PIC 9(9).
               10 W-ORD-POP-TYPE       PIC 99.
               10 W-ORD-NUM-CASES      PIC 99.
               10 W-ORD-TEAM           PIC X.
               10 W-ORD-SELLER-NO      PIC 9(5).
               10 W-ORD-TRANS-CODE     PIC X.
               10 W-ORD-SALE-DATE      PIC 9(8).

       01  ORDER-TABLE-AREA.
           05 W-ORD-ENTRY OCCURS 5000 TIMES
                                       PIC X(121).

       01 REV-TITLE-LINE.
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
           05 FILLER                  PIC X(32)           VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                          'RUN: '.
           05 O-RUN-NO1               PIC ZZZZ9.
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                          'PAGE: '.
           05 O-PCTR                  PIC Z9.

       01 REV-TITLE-LINE1.
           05 FILLER                  PIC X(44)           VALUE SPACES.
           05 FILLER                  PIC X(27)           VALUE
                                   'BATCH REVERSAL PROOF - RUN '.
           05 O-T-REV-RUN-NO          PIC ZZZZ9.
           05 FILLER                  PIC X(7)            VALUE
                                                       ' BATCH '.
           05 O-T-REV-BATCH-NO        PIC 9999.
           05 FILLER                  PIC X(45)           VALUE SPACES.

       01 REV-TITLE-LINE2.
           05 FILLER                  PIC X(8)            VALUE
                                       'COBYAL07'.
           05 FILLER                  PIC X(124)          VALUE SPACES.

       01 REV-REFUSE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(19)           VALUE
                                   'REVERSAL REFUSED - '.
           05 O-REFUSE-REASON         PIC X(50).
           05 FILLER                  PIC X(5)            VALUE
                                                        ' RUN '.
           05 O-REFUSE-RUN-NO         PIC ZZZZ9.
           05 FILLER                  PIC X(50)           VALUE SPACES.

       01 REV-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                      'SELLER'.
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 FILLER                  PIC X(9)            VALUE
                                                      'LAST NAME'.
           05 FILLER                  PIC X(7)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                      'FIRST NAME'.
           05 FILLER                  PIC X(7)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'TEAM'.
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 FILLER                  PIC X(2)            VALUE 'ST'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                      'POP TYPE'.
           05 FILLER                  PIC X(7)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'CASES'.
           05 FILLER                  PIC X(6)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'TAXABLE'.
           05 FILLER                  PIC X(9)            VALUE SPACES.
           05 FILLER                  PIC X(3)            VALUE 'TAX'.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'DEPOSIT'.
           05 FILLER                  PIC X(9)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'TOTAL'.
           05 FILLER                  PIC X(9)            VALUE SPACES.

       01 REV-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-REV-SELLER-NO         PIC ZZZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-REV-LNAME             PIC X(15).
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 O-REV-FNAME             PIC X(15).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-REV-TEAM              PIC X.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-REV-STATE             PIC XX.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-REV-POP-NAME          PIC X(16).
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 O-REV-CASES             PIC ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-REV-TAXABLE           PIC $$$,$$$.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-REV-TAX               PIC $$,$$$.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-REV-DEPOSIT           PIC $$,$$$.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-REV-TOTAL             PIC $$$$,$$$.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-REV-FLAG              PIC X(7).

       01 PRF-SECTION-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-PRF-SECTION           PIC X(50).
           05 FILLER                  PIC X(79)           VALUE SPACES.

       01 PRF-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-PRF-HDG-LABEL         PIC X(20).
           05 FILLER                  PIC X(11)           VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                      'BEFORE'.
           05 FILLER                  PIC X(10)           VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                      'REVERSED'.
           05 FILLER                  PIC X(11)           VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE
                                                      'AFTER'.
           05 FILLER                  PIC X(58)           VALUE SPACES.

       01 PRF-AMOUNT-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-PRF-LABEL             PIC X(20).
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 O-PRF-BEFORE            PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PRF-REVERSED          PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PRF-AFTER             PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(56)           VALUE SPACES.

       01 PRF-CASES-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-PRC-LABEL             PIC X(20).
           05 FILLER                  PIC X(9)            VALUE SPACES.
           05 O-PRC-BEFORE            PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(8)            VALUE SPACES.
           05 O-PRC-REVERSED          PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(8)            VALUE SPACES.
           05 O-PRC-AFTER             PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(54)           VALUE SPACES.

       01 PRF-JRN-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'ACCOUNT'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(11)           VALUE
                                                      'DESCRIPTION'.
           05 FILLER                  PIC X(24)           VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE
                                                      'DEBIT'.
           05 FILLER                  PIC X(12)           VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                      'CREDIT'.
           05 FILLER                  PIC X(61)           VALUE SPACES.

       01 PRF-JRN-LINE.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 O-PRJ-ACCOUNT           PIC X(4).
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-PRJ-DESC              PIC X(25).
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 O-PRJ-DEBIT             PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-PRJ-CREDIT            PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(59)           VALUE SPACES.

       01 JRN-OOB-LINE.
           05 FILLER                  PIC X(3)           VALUE SPACES.
           05 FILLER                  PIC X(44)          VALUE
              'GL JOURNAL OUT OF BALANCE - FILE NOT WRITTEN'.
           05 FILLER                  PIC X(4)           VALUE
                                                      ' DR '.
           05 O-JRN-DR                PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(4)           VALUE
                                                      ' CR '.
           05 O-JRN-CR                PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(45)          VALUE SPACES.

       01 PRF-COUNT-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-PRN-LABEL             PIC X(40).
           05 O-PRN-COUNT             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(82)           VALUE SPACES.

       01 REV-DONE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(38)           VALUE
              'BATCH REVERSED - MASTERS UPDATED - RUN'.
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-DONE-RUN-NO           PIC ZZZZ9.
           05 FILLER                  PIC X(85)           VALUE SPACES.

       PROCEDURE DIVISION.
       0000-COBYAL07.
           PERFORM 1000-INIT.
           PERFORM 2000-VERIFY.
           IF W-REV-OK-SW = 'YES'
               PERFORM 2900-START-RUN
               PERFORM 3000-REVERSE-SALES
               PERFORM 4000-REVERSE-SEASON
               PERFORM 4100-REVERSE-DEP-LEDGER
               PERFORM 4150-REVERSE-PROFIT
               PERFORM 4300-REVERSAL-JOURNAL
               PERFORM 4400-APPEND-HISTORY
               PERFORM 4500-SAVE-ORDERS
               PERFORM 5000-PROOF-REPORT
               MOVE 'R' TO W-RUN-STAMP
               PERFORM 6000-WRITE-RUN-RECORD
               MOVE W-NEW-RUN-NO TO O-DONE-RUN-NO
               WRITE PRTREVLINE
                  FROM REV-DONE-LINE
                     AFTER ADVANCING 3 LINES
                        AT EOP
                           PERFORM 9100-HEADING
           END-IF.
           CLOSE PRTREVOUT.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MONTH        TO O-MONTH.
           MOVE I-DAY          TO O-DAY.
           MOVE I-YEAR         TO O-YEAR.
           PERFORM 1300-READ-PARM-FILE.
           PERFORM 1350-BUILD-PATHS.
           MOVE W-REV-RUN-NO   TO O-T-REV-RUN-NO.
           MOVE W-REV-BATCH-NO TO O-T-REV-BATCH-NO.
           PERFORM 2100-CHECK-RUN-CONTROL.
           COMPUTE W-NEW-RUN-NO = W-LAST-RUN-NO + 1.
           MOVE W-NEW-RUN-NO   TO O-RUN-NO1.
           OPEN OUTPUT PRTREVOUT.
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
               WHEN 'DATAPATH'
                   MOVE PRM-VALUE TO W-DATA-PATH
               WHEN 'REVRUN'
                   IF PRM-VALUE(1:1) NUMERIC
                       MOVE FUNCTION NUMVAL(PRM-VALUE)
                           TO W-REV-RUN-NO
                       MOVE 'YES' TO W-REV-PARM-SW
                   END-IF
               WHEN 'REVBATCH'
                   IF PRM-VALUE(1:1) NUMERIC
                       MOVE FUNCTION NUMVAL(PRM-VALUE)
                           TO W-REV-BATCH-NO
                       MOVE 'YES' TO W-REV-BATCH-SW
                   END-IF
           END-EVALUATE.

       1350-BUILD-PATHS.
           IF W-DATA-PATH NOT = SPACES
               MOVE RUN-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO RUN-PATH
               MOVE SHS-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO SHS-PATH
               MOVE RVW-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO RVW-PATH
               MOVE STD-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO STD-PATH
               MOVE GPM-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO GPM-PATH
               MOVE SLM-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO SLM-PATH
               MOVE CUS-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO CUS-PATH
               MOVE DEP-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO DEP-PATH
               MOVE ORD-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO ORD-PATH
               MOVE GLR-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO GLR-PATH
               MOVE PRTREV-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO PRTREV-PATH
           END-IF.

       1360-PREFIX-PATH.
           MOVE SPACES TO W-PATH-BUILT.
           STRING FUNCTION TRIM(W-DATA-PATH)  DELIMITED BY SIZE
                  FUNCTION TRIM(W-PATH-FILE)  DELIMITED BY SIZE
               INTO W-PATH-BUILT.

       2000-VERIFY.
           MOVE W-REV-RUN-NO TO O-REFUSE-RUN-NO.
           IF W-REV-PARM-SW = 'NO'
               OR W-REV-BATCH-SW = 'NO'
               MOVE 'REVRUN AND REVBATCH PARAMETERS REQUIRED'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           END-IF.
           IF W-LAST-RUN-STATUS = 'A'
               MOVE W-LAST-RUN-NO TO O-REFUSE-RUN-NO
               MOVE 'LAST RUN STILL IN STATUS A'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
               MOVE W-REV-RUN-NO TO O-REFUSE-RUN-NO
           END-IF.
           IF W-REV-RUN-NO NOT > W-CLOSE-RUN-NO
               MOVE 'BATCH BELONGS TO A CLOSED SEASON'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           END-IF.
           IF W-REV-OK-SW = 'YES'
               PERFORM 2200-SCAN-HISTORY
               IF W-ALREADY-REV-SW = 'YES'
                   MOVE 'BATCH HAS ALREADY BEEN REVERSED'
                       TO O-REFUSE-REASON
                   PERFORM 2050-REFUSE
               ELSE
                   IF W-HIST-MATCH-CTR = 0
                       MOVE 'NO POSTED SALES ON HISTORY FOR THIS BATCH'
                           TO O-REFUSE-REASON
                       PERFORM 2050-REFUSE
                   END-IF
               END-IF
           END-IF.
           IF W-REV-OK-SW = 'YES'
               AND W-PRV-DEBITS NOT = W-PRV-CREDITS
               MOVE 'REVERSAL GL JOURNAL WOULD NOT BALANCE'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
               MOVE W-PRV-DEBITS  TO O-JRN-DR
               MOVE W-PRV-CREDITS TO O-JRN-CR
               WRITE PRTREVLINE
                  FROM JRN-OOB-LINE
                     AFTER ADVANCING 2 LINES
                        AT EOP
                           PERFORM 9100-HEADING
           END-IF.
           IF W-REV-OK-SW = 'YES'
               PERFORM 2350-CHECK-HISTORY-FILE
           END-IF.
           IF W-REV-OK-SW = 'YES'
               PERFORM 2300-LOAD-ORDERS
           END-IF.
           IF W-REV-OK-SW = 'YES'
               PERFORM 2400-OPEN-MASTERS
           END-IF.

       2050-REFUSE.
           MOVE 'NO' TO W-REV-OK-SW.
           WRITE PRTREVLINE
              FROM REV-REFUSE-LINE
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

       2200-SCAN-HISTORY.
           OPEN INPUT SALES-HISTORY-FILE.
           IF SHS-FILE-STATUS = '00'
               PERFORM UNTIL MORE-SHS = 'NO'
                   READ SALES-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO MORE-SHS
                       NOT AT END
                           PERFORM 2250-CHECK-HIST-REC
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE.

       2250-CHECK-HIST-REC.
           IF SHS-RUN-NO = W-REV-RUN-NO
               AND SHS-BATCH-NO = W-REV-BATCH-NO
               IF SHS-IS-POSTED
                   ADD 1 TO W-HIST-MATCH-CTR
                   PERFORM 2260-PROVE-HIST-REC
               END-IF
               IF SHS-IS-REVERSAL
                   MOVE 'YES' TO W-ALREADY-REV-SW
               END-IF
           END-IF.

       2260-PROVE-HIST-REC.
           MOVE SHS-TEAM TO W-TEAM-LETTER.
           PERFORM 9300-TEAM-TO-IDX.
           IF W-TEAM-IDX > 0
               ADD SHS-TOTAL TO W-PRV-CREDITS
           END-IF.
           MOVE SHS-STATE TO W-WORK-STATE.
           PERFORM 9330-STATE-TO-IDX.
           IF W-STATE-IDX > 0
               ADD SHS-TAXABLE TO W-PRV-DEBITS
               ADD SHS-TAX     TO W-PRV-DEBITS
               ADD SHS-DEPOSIT TO W-PRV-DEBITS
           END-IF.

       2300-LOAD-ORDERS.
           OPEN INPUT OPEN-ORDER-FILE.
           IF ORD-FILE-STATUS = '00'
               PERFORM UNTIL MORE-ORDS = 'NO'
                   READ OPEN-ORDER-FILE
                       AT END
                           MOVE 'NO' TO MORE-ORDS
                       NOT AT END
                           IF W-ORD-CTR < 5000
                               ADD 1 TO W-ORD-CTR
                               MOVE ORD-REC TO W-ORD-ENTRY(W-ORD-CTR)
                           ELSE
                               MOVE 'NO' TO MORE-ORDS
                               MOVE 'OPEN ORDER FILE OVER 5000 ORDERS'
                                   TO O-REFUSE-REASON
                               PERFORM 2050-REFUSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ORDER-FILE.

       2350-CHECK-HISTORY-FILE.
           OPEN EXTEND SALES-HISTORY-FILE.
           IF SHS-FILE-STATUS = '35'
               OPEN OUTPUT SALES-HISTORY-FILE
           END-IF.
           IF SHS-FILE-STATUS NOT = '00'
               MOVE 'SALES HISTORY WILL NOT OPEN FOR UPDATE'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           ELSE
               CLOSE SALES-HISTORY-FILE
           END-IF.

       2400-OPEN-MASTERS.
           OPEN I-O SELLER-MASTER.
           IF SLM-FILE-STATUS NOT = '00'
               MOVE 'SELLER MASTER WILL NOT OPEN' TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           ELSE
               OPEN I-O CUSTOMER-MASTER
               IF CUS-FILE-STATUS NOT = '00'
                   MOVE 'CUSTOMER MASTER WILL NOT OPEN'
                       TO O-REFUSE-REASON
                   PERFORM 2050-REFUSE
                   CLOSE SELLER-MASTER
               END-IF
           END-IF.

       2900-START-RUN.
           MOVE 'A' TO W-RUN-STAMP.
           PERFORM 6000-WRITE-RUN-RECORD.

       3000-REVERSE-SALES.
           WRITE PRTREVLINE
              FROM REV-HEADING-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9110-DETAIL-HEADING.
           OPEN OUTPUT REVERSAL-WORK.
           OPEN INPUT SALES-HISTORY-FILE.
           MOVE 'YES' TO MORE-SHS.
           PERFORM UNTIL MORE-SHS = 'NO'
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO MORE-SHS
                   NOT AT END
                       IF SHS-RUN-NO = W-REV-RUN-NO
                           AND SHS-BATCH-NO = W-REV-BATCH-NO
                           AND SHS-IS-POSTED
                           PERFORM 3100-REVERSE-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-HISTORY-FILE.
           CLOSE REVERSAL-WORK.
           CLOSE CUSTOMER-MASTER.
           CLOSE SELLER-MASTER.

       3100-REVERSE-ONE-SALE.
           ADD 1 TO W-REVERSED-CTR.
           MOVE SPACES TO W-DETAIL-FLAG.
           MOVE SHS-TEAM TO W-TEAM-LETTER.
           PERFORM 9300-TEAM-TO-IDX.
           IF W-TEAM-IDX > 0
               ADD SHS-TOTAL   TO W-TEAM-REV(W-TEAM-IDX)
               ADD SHS-DEPOSIT TO W-TEAM-DEP-REV(W-TEAM-IDX)
           END-IF.
           IF SHS-POP-TYPE >= 1 AND SHS-POP-TYPE <= 6
               ADD SHS-SIGNED-CASES TO W-POP-REV(SHS-POP-TYPE)
           END-IF.
           MOVE SHS-STATE TO W-WORK-STATE.
           PERFORM 9330-STATE-TO-IDX.
           IF W-STATE-IDX > 0
               ADD SHS-TAXABLE TO W-ST-SALES-REV(W-STATE-IDX)
               ADD SHS-TAX     TO W-ST-TAX-REV(W-STATE-IDX)
               ADD SHS-DEPOSIT TO W-ST-DEP-REV(W-STATE-IDX)
           END-IF.
           IF SHS-COST NUMERIC
               PERFORM 3150-REVERSE-SALE-PROFIT
           END-IF.
           PERFORM 3200-REVERSE-SELLER.
           IF NOT SHS-IS-RETURN
               PERFORM 3300-REVERSE-CUSTOMER
               PERFORM 3600-VOID-ORDER
           END-IF.
           PERFORM 3400-PRINT-DETAIL.
           PERFORM 3500-WRITE-OFFSET.

       3150-REVERSE-SALE-PROFIT.
           ADD 1 TO W-COST-REV-CTR.
           IF SHS-POP-TYPE >= 1 AND SHS-POP-TYPE <= 6
               ADD SHS-SIGNED-CASES TO W-GP-CASES-REV(SHS-POP-TYPE)
               ADD SHS-TAXABLE      TO W-GP-SALES-REV(SHS-POP-TYPE)
               ADD SHS-COST         TO W-GP-COST-REV(SHS-POP-TYPE)
           END-IF.
           IF W-TEAM-IDX > 0
               ADD SHS-SIGNED-CASES TO W-TEAM-CASES-REV(W-TEAM-IDX)
               ADD SHS-TAXABLE      TO W-TEAM-SALES-REV(W-TEAM-IDX)
               ADD SHS-COST         TO W-TEAM-COST-REV(W-TEAM-IDX)
           END-IF.

       3200-REVERSE-SELLER.
           MOVE SHS-SELLER-NO TO SLM-NUMBER.
           READ SELLER-MASTER
               INVALID KEY
                   ADD 1 TO W-SLM-MISS-CTR
                   MOVE 'NO SLR' TO W-DETAIL-FLAG
               NOT INVALID KEY
                   SUBTRACT SHS-TOTAL FROM SLM-SALES-TD
                   REWRITE SLM-REC
                   ADD 1 TO W-SLM-UPD-CTR
           END-READ.

       3300-REVERSE-CUSTOMER.
           MOVE SHS-LNAME TO CUS-LNAME.
           MOVE SHS-FNAME TO CUS-FNAME.
           MOVE SHS-ZIP   TO CUS-ZIP.
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO W-CUS-MISS-CTR
                   IF W-DETAIL-FLAG = SPACES
                       MOVE 'NO CUST' TO W-DETAIL-FLAG
                   END-IF
               NOT INVALID KEY
                   PERFORM 3350-BACK-OUT-CUSTOMER
           END-READ.

       3350-BACK-OUT-CUSTOMER.
           IF CUS-PURCHASE-CTR > 0
               SUBTRACT 1 FROM CUS-PURCHASE-CTR
           END-IF.
           IF SHS-POP-TYPE >= 1 AND SHS-POP-TYPE <= 6
               IF CUS-CASES-POP(SHS-POP-TYPE) > SHS-NUM-CASES
                   SUBTRACT SHS-NUM-CASES
                       FROM CUS-CASES-POP(SHS-POP-TYPE)
               ELSE
                   MOVE 0 TO CUS-CASES-POP(SHS-POP-TYPE)
               END-IF
           END-IF.
           IF CUS-PURCHASE-CTR = 0
               DELETE CUSTOMER-MASTER RECORD
               ADD 1 TO W-CUS-DEL-CTR
           ELSE
               REWRITE CUS-REC
               ADD 1 TO W-CUS-UPD-CTR
           END-IF.

       3400-PRINT-DETAIL.
           MOVE SHS-POP-TYPE     TO W-POP-SUB.
           PERFORM 9320-POP-IDX-TO-NAME.
           MOVE SHS-SELLER-NO    TO O-REV-SELLER-NO.
           MOVE SHS-LNAME        TO O-REV-LNAME.
           MOVE SHS-FNAME        TO O-REV-FNAME.
           MOVE SHS-TEAM         TO O-REV-TEAM.
           MOVE SHS-STATE        TO O-REV-STATE.
           MOVE W-POP-NAME       TO O-REV-POP-NAME.
           MOVE SHS-SIGNED-CASES TO O-REV-CASES.
           MOVE SHS-TAXABLE      TO O-REV-TAXABLE.
           MOVE SHS-TAX          TO O-REV-TAX.
           MOVE SHS-DEPOSIT      TO O-REV-DEPOSIT.
           MOVE SHS-TOTAL        TO O-REV-TOTAL.
           MOVE W-DETAIL-FLAG    TO O-REV-FLAG.
           WRITE PRTREVLINE
              FROM REV-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9110-DETAIL-HEADING.

       3500-WRITE-OFFSET.
           MOVE 'V'          TO SHS-REC-TYPE.
           MOVE W-NEW-RUN-NO TO SHS-REV-RUN-NO.
           COMPUTE SHS-SIGNED-CASES = 0 - SHS-SIGNED-CASES.
           COMPUTE SHS-TAXABLE      = 0 - SHS-TAXABLE.
           COMPUTE SHS-TAX          = 0 - SHS-TAX.
           COMPUTE SHS-DEPOSIT      = 0 - SHS-DEPOSIT.
           COMPUTE SHS-TOTAL        = 0 - SHS-TOTAL.
           IF SHS-COST NUMERIC
               COMPUTE SHS-COST     = 0 - SHS-COST
           END-IF.
           MOVE SHS-REC TO RVW-REC.
           WRITE RVW-REC.

       3600-VOID-ORDER.
           MOVE 'NO' TO W-ORD-FOUND-SW.
           PERFORM VARYING W-ORD-SUB FROM 1 BY 1
               UNTIL W-ORD-SUB > W-ORD-CTR
                  OR W-ORD-FOUND-SW = 'YES'
               MOVE W-ORD-ENTRY(W-ORD-SUB) TO W-ORD-REC
               IF W-ORD-RUN-NO = SHS-RUN-NO
                   AND W-ORD-IS-OPEN
                   AND W-ORD-LNAME     = SHS-LNAME
                   AND W-ORD-FNAME     = SHS-FNAME
                   AND W-ORD-ZIP       = SHS-ZIP
                   AND W-ORD-POP-TYPE  = SHS-POP-TYPE
                   AND W-ORD-NUM-CASES = SHS-NUM-CASES
                   AND W-ORD-SELLER-NO = SHS-SELLER-NO
                   AND W-ORD-SALE-DATE = SHS-SALE-DATE
                   MOVE 'YES'  TO W-ORD-FOUND-SW
                   MOVE 'V'    TO W-ORD-STATUS
                   MOVE I-DATE TO W-ORD-CLOSE-DATE
                   MOVE W-ORD-REC TO W-ORD-ENTRY(W-ORD-SUB)
                   ADD 1 TO W-ORD-VOID-CTR
               END-IF
           END-PERFORM.

       4000-REVERSE-SEASON.
           OPEN INPUT SEASON-MASTER.
           IF STD-FILE-STATUS = '00'
               READ SEASON-MASTER
                   AT END
                       MOVE SPACES TO STD-REC
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE SEASON-MASTER
           ELSE
               MOVE SPACES TO STD-REC
           END-IF.
           IF STD-REC = SPACES
               PERFORM 4050-CLEAR-SEASON
           END-IF.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 6
               MOVE STD-CTR-POP(W-SUB) TO W-POP-BEFORE(W-SUB)
               SUBTRACT W-POP-REV(W-SUB) FROM STD-CTR-POP(W-SUB)
               SUBTRACT W-ST-SALES-REV(W-SUB)
                   FROM STD-TAXST-SALES(W-SUB)
               SUBTRACT W-ST-TAX-REV(W-SUB)
                   FROM STD-TAXST-TAX(W-SUB)
               SUBTRACT W-ST-DEP-REV(W-SUB)
                   FROM STD-TAXST-DEPOSIT(W-SUB)
           END-PERFORM.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 5
               MOVE STD-TEAM-TOT(W-SUB) TO W-TEAM-BEFORE(W-SUB)
               SUBTRACT W-TEAM-REV(W-SUB) FROM STD-TEAM-TOT(W-SUB)
               SUBTRACT W-TEAM-DEP-REV(W-SUB)
                   FROM STD-DEP-TEAM(W-SUB)
               SUBTRACT W-TEAM-DEP-REV(W-SUB) FROM STD-DEPOSIT-TOT
           END-PERFORM.
           MOVE I-DATE       TO STD-RUN-DATE.
           MOVE W-NEW-RUN-NO TO STD-RUN-NO.
           OPEN OUTPUT SEASON-MASTER.
           WRITE STD-REC.
           CLOSE SEASON-MASTER.

       4050-CLEAR-SEASON.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 6
               MOVE 0 TO STD-CTR-POP(W-SUB)
               MOVE 0 TO STD-TAXST-SALES(W-SUB)
               MOVE 0 TO STD-TAXST-TAX(W-SUB)
               MOVE 0 TO STD-TAXST-DEPOSIT(W-SUB)
           END-PERFORM.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 5
               MOVE 0 TO STD-TEAM-TOT(W-SUB)
               MOVE 0 TO STD-DEP-TEAM(W-SUB)
           END-PERFORM.
           MOVE 0 TO STD-ERROR-CTR.
           MOVE 0 TO STD-DEPOSIT-TOT.

       4100-REVERSE-DEP-LEDGER.
           OPEN INPUT DEP-LEDGER-FILE.
           IF DEP-FILE-STATUS = '00'
               PERFORM UNTIL MORE-DEPS = 'NO'
                   READ DEP-LEDGER-FILE
                       AT END
                           MOVE 'NO' TO MORE-DEPS
                       NOT AT END
                           PERFORM 4110-LOAD-DEP-REC
                   END-READ
               END-PERFORM
               CLOSE DEP-LEDGER-FILE.
           OPEN OUTPUT DEP-LEDGER-FILE.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 6
               PERFORM 9340-IDX-TO-STATE
               MOVE W-WORK-STATE        TO DEP-STATE
               COMPUTE DEP-COLLECTED-TD =
                       W-DEP-BEFORE(W-SUB) - W-ST-DEP-REV(W-SUB)
               MOVE W-DEP-REFUNDED(W-SUB) TO DEP-REFUNDED-TD
               WRITE DEP-REC
           END-PERFORM.
           CLOSE DEP-LEDGER-FILE.

       4110-LOAD-DEP-REC.
           MOVE DEP-STATE TO W-WORK-STATE.
           PERFORM 9330-STATE-TO-IDX.
           IF W-STATE-IDX > 0
               IF DEP-COLLECTED-TD NUMERIC
                   MOVE DEP-COLLECTED-TD
                                  TO W-DEP-BEFORE(W-STATE-IDX)
               END-IF
               IF DEP-REFUNDED-TD NUMERIC
                   MOVE DEP-REFUNDED-TD
                                  TO W-DEP-REFUNDED(W-STATE-IDX)
               END-IF
           END-IF.

       4150-REVERSE-PROFIT.
           OPEN INPUT PROFIT-MASTER.
           IF GPM-FILE-STATUS = '00'
               READ PROFIT-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES' TO W-GPM-FOUND-SW
               END-READ
               CLOSE PROFIT-MASTER
           END-IF.
           IF W-GPM-FOUND-SW = 'YES'
               PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > 6
                   COMPUTE W-GP-MARGIN-BEFORE(W-SUB) =
                           GPM-POP-SALES(W-SUB) - GPM-POP-COST(W-SUB)
                   SUBTRACT W-GP-CASES-REV(W-SUB)
                       FROM GPM-POP-CASES(W-SUB)
                   SUBTRACT W-GP-SALES-REV(W-SUB)
                       FROM GPM-POP-SALES(W-SUB)
                   SUBTRACT W-GP-COST-REV(W-SUB)
                       FROM GPM-POP-COST(W-SUB)
               END-PERFORM
               PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > 5
                   SUBTRACT W-TEAM-CASES-REV(W-SUB)
                       FROM GPM-TEAM-CASES(W-SUB)
                   SUBTRACT W-TEAM-SALES-REV(W-SUB)
                       FROM GPM-TEAM-SALES(W-SUB)
                   SUBTRACT W-TEAM-COST-REV(W-SUB)
                       FROM GPM-TEAM-COST(W-SUB)
               END-PERFORM
               MOVE I-DATE       TO GPM-RUN-DATE
               MOVE W-NEW-RUN-NO TO GPM-RUN-NO
               OPEN OUTPUT PROFIT-MASTER
               WRITE GPM-REC
               CLOSE PROFIT-MASTER
           END-IF.

       4300-REVERSAL-JOURNAL.
           MOVE 0 TO W-JRN-TOTAL.
           MOVE 0 TO W-JRN-SALES.
           MOVE 0 TO W-JRN-TAX-TOT.
           MOVE 0 TO W-JRN-DEP-TOT.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 5
               ADD W-TEAM-REV(W-SUB) TO W-JRN-TOTAL
           END-PERFORM.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 6
               ADD W-ST-SALES-REV(W-SUB) TO W-JRN-SALES
               ADD W-ST-TAX-REV(W-SUB)   TO W-JRN-TAX-TOT
               ADD W-ST-DEP-REV(W-SUB)   TO W-JRN-DEP-TOT
           END-PERFORM.
           COMPUTE W-JRN-DEBITS =
                   W-JRN-SALES + W-JRN-TAX-TOT + W-JRN-DEP-TOT.
           MOVE W-JRN-TOTAL TO W-JRN-CREDITS.
           IF W-JRN-DEBITS NOT = W-JRN-CREDITS
               MOVE W-JRN-DEBITS  TO O-JRN-DR
               MOVE W-JRN-CREDITS TO O-JRN-CR
               WRITE PRTREVLINE
                  FROM JRN-OOB-LINE
                     AFTER ADVANCING 2 LINES
                        AT EOP
                           PERFORM 9100-HEADING
           ELSE
               OPEN EXTEND REV-JOURNAL-FILE
               IF GLR-FILE-STATUS = '35'
                   OPEN OUTPUT REV-JOURNAL-FILE
               END-IF
               MOVE W-NEW-RUN-NO          TO JRN-RUN-NO
               MOVE '1010'                TO JRN-ACCOUNT
               MOVE 'CASH AND RECEIVABLES' TO JRN-DESC
               MOVE 0                     TO JRN-DEBIT
               MOVE W-JRN-TOTAL           TO JRN-CREDIT
               WRITE JRN-REC
               MOVE '4010'                TO JRN-ACCOUNT
               MOVE 'FUNDRAISER SALES'    TO JRN-DESC
               MOVE W-JRN-SALES           TO JRN-DEBIT
               MOVE 0                     TO JRN-CREDIT
               WRITE JRN-REC
               PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > 6
                   PERFORM 4310-JRN-STATE-LINES
               END-PERFORM
               CLOSE REV-JOURNAL-FILE
           END-IF.

       4310-JRN-STATE-LINES.
           PERFORM 9340-IDX-TO-STATE.
           IF W-ST-TAX-REV(W-SUB) NOT = 0
               MOVE W-NEW-RUN-NO     TO JRN-RUN-NO
               MOVE '2200'           TO JRN-ACCOUNT
               MOVE SPACES           TO JRN-DESC
               STRING 'SALES TAX PAYABLE - ' DELIMITED BY SIZE
                      W-WORK-STATE           DELIMITED BY SIZE
                   INTO JRN-DESC
               MOVE W-ST-TAX-REV(W-SUB) TO JRN-DEBIT
               MOVE 0                TO JRN-CREDIT
               WRITE JRN-REC
           END-IF.
           IF W-ST-DEP-REV(W-SUB) NOT = 0
               MOVE W-NEW-RUN-NO     TO JRN-RUN-NO
               MOVE '2300'           TO JRN-ACCOUNT
               MOVE SPACES           TO JRN-DESC
               STRING 'DEPOSIT LIABILITY - ' DELIMITED BY SIZE
                      W-WORK-STATE           DELIMITED BY SIZE
                   INTO JRN-DESC
               MOVE W-ST-DEP-REV(W-SUB) TO JRN-DEBIT
               MOVE 0                TO JRN-CREDIT
               WRITE JRN-REC
           END-IF.

       4400-APPEND-HISTORY.
           OPEN EXTEND SALES-HISTORY-FILE.
           IF SHS-FILE-STATUS = '35'
               OPEN OUTPUT SALES-HISTORY-FILE
           END-IF.
           OPEN INPUT REVERSAL-WORK.
           MOVE 'YES' TO MORE-RVWS.
           PERFORM UNTIL MORE-RVWS = 'NO'
               READ REVERSAL-WORK
                   AT END
                       MOVE 'NO' TO MORE-RVWS
                   NOT AT END
                       MOVE RVW-REC TO SHS-REC
                       WRITE SHS-REC
               END-READ
           END-PERFORM.
           CLOSE REVERSAL-WORK.
           CLOSE SALES-HISTORY-FILE.

       4500-SAVE-ORDERS.
           IF W-ORD-VOID-CTR > 0
               OPEN OUTPUT OPEN-ORDER-FILE
               PERFORM VARYING W-ORD-SUB FROM 1 BY 1
                   UNTIL W-ORD-SUB > W-ORD-CTR
                   MOVE W-ORD-ENTRY(W-ORD-SUB) TO ORD-REC
                   WRITE ORD-REC
               END-PERFORM
               CLOSE OPEN-ORDER-FILE
           END-IF.

       5000-PROOF-REPORT.
           MOVE 'SEASON MASTER - TEAM TOTALS' TO O-PRF-SECTION.
           MOVE 'TEAM'                        TO O-PRF-HDG-LABEL.
           PERFORM 5900-SECTION-HEADING.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 5
               PERFORM 5100-TEAM-PROOF-LINE
           END-PERFORM.
           MOVE 'SEASON MASTER - CASES BY POP TYPE' TO O-PRF-SECTION.
           MOVE 'POP TYPE'                    TO O-PRF-HDG-LABEL.
           PERFORM 5900-SECTION-HEADING.
           PERFORM VARYING W-POP-SUB FROM 1 BY 1
               UNTIL W-POP-SUB > 6
               PERFORM 5200-POP-PROOF-LINE
           END-PERFORM.
           MOVE 'DEPOSIT LEDGER - COLLECTED TO DATE' TO O-PRF-SECTION.
           MOVE 'STATE'                       TO O-PRF-HDG-LABEL.
           PERFORM 5900-SECTION-HEADING.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 6
               PERFORM 5300-DEP-PROOF-LINE
           END-PERFORM.
           IF W-GPM-FOUND-SW = 'YES'
               MOVE 'PROFIT MASTER - GROSS MARGIN BY POP TYPE'
                                              TO O-PRF-SECTION
               MOVE 'POP TYPE'                TO O-PRF-HDG-LABEL
               PERFORM 5900-SECTION-HEADING
               PERFORM VARYING W-POP-SUB FROM 1 BY 1
                   UNTIL W-POP-SUB > 6
                   PERFORM 5450-PROFIT-PROOF-LINE
               END-PERFORM
           END-IF.
           PERFORM 5500-JOURNAL-PROOF.
           PERFORM 5600-COUNT-PROOF.

       5100-TEAM-PROOF-LINE.
           MOVE SPACES TO O-PRF-LABEL.
           EVALUATE W-SUB
               WHEN 1  MOVE 'TEAM A' TO O-PRF-LABEL
               WHEN 2  MOVE 'TEAM B' TO O-PRF-LABEL
               WHEN 3  MOVE 'TEAM C' TO O-PRF-LABEL
               WHEN 4  MOVE 'TEAM D' TO O-PRF-LABEL
               WHEN 5  MOVE 'TEAM E' TO O-PRF-LABEL
           END-EVALUATE.
           MOVE W-TEAM-BEFORE(W-SUB) TO O-PRF-BEFORE.
           MOVE W-TEAM-REV(W-SUB)    TO O-PRF-REVERSED.
           COMPUTE O-PRF-AFTER =
                   W-TEAM-BEFORE(W-SUB) - W-TEAM-REV(W-SUB).
           WRITE PRTREVLINE
              FROM PRF-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       5200-POP-PROOF-LINE.
           PERFORM 9320-POP-IDX-TO-NAME.
           MOVE W-POP-NAME               TO O-PRC-LABEL.
           MOVE W-POP-BEFORE(W-POP-SUB)  TO O-PRC-BEFORE.
           MOVE W-POP-REV(W-POP-SUB)     TO O-PRC-REVERSED.
           COMPUTE O-PRC-AFTER =
                   W-POP-BEFORE(W-POP-SUB) - W-POP-REV(W-POP-SUB).
           WRITE PRTREVLINE
              FROM PRF-CASES-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       5300-DEP-PROOF-LINE.
           PERFORM 9340-IDX-TO-STATE.
           MOVE W-WORK-STATE           TO O-PRF-LABEL.
           MOVE W-DEP-BEFORE(W-SUB)    TO O-PRF-BEFORE.
           MOVE W-ST-DEP-REV(W-SUB)    TO O-PRF-REVERSED.
           COMPUTE O-PRF-AFTER =
                   W-DEP-BEFORE(W-SUB) - W-ST-DEP-REV(W-SUB).
           WRITE PRTREVLINE
              FROM PRF-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       5450-PROFIT-PROOF-LINE.
           PERFORM 9320-POP-IDX-TO-NAME.
           MOVE W-POP-NAME                   TO O-PRF-LABEL.
           MOVE W-GP-MARGIN-BEFORE(W-POP-SUB) TO O-PRF-BEFORE.
           COMPUTE O-PRF-REVERSED =
                   W-GP-SALES-REV(W-POP-SUB) - W-GP-COST-REV(W-POP-SUB).
           COMPUTE O-PRF-AFTER =
                   GPM-POP-SALES(W-POP-SUB) - GPM-POP-COST(W-POP-SUB).
           WRITE PRTREVLINE
              FROM PRF-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       5500-JOURNAL-PROOF.
           MOVE 'OFFSETTING GL JOURNAL LINES' TO O-PRF-SECTION.
           WRITE PRTREVLINE
              FROM PRF-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           WRITE PRTREVLINE
              FROM PRF-JRN-HEADING-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           MOVE '1010'                 TO O-PRJ-ACCOUNT.
           MOVE 'CASH AND RECEIVABLES' TO O-PRJ-DESC.
           MOVE 0                      TO O-PRJ-DEBIT.
           MOVE W-JRN-TOTAL            TO O-PRJ-CREDIT.
           PERFORM 5550-JOURNAL-PROOF-LINE.
           MOVE '4010'                 TO O-PRJ-ACCOUNT.
           MOVE 'FUNDRAISER SALES'     TO O-PRJ-DESC.
           MOVE W-JRN-SALES            TO O-PRJ-DEBIT.
           MOVE 0                      TO O-PRJ-CREDIT.
           PERFORM 5550-JOURNAL-PROOF-LINE.
           MOVE '2200'                 TO O-PRJ-ACCOUNT.
           MOVE 'SALES TAX PAYABLE'    TO O-PRJ-DESC.
           MOVE W-JRN-TAX-TOT          TO O-PRJ-DEBIT.
           MOVE 0                      TO O-PRJ-CREDIT.
           PERFORM 5550-JOURNAL-PROOF-LINE.
           MOVE '2300'                 TO O-PRJ-ACCOUNT.
           MOVE 'DEPOSIT LIABILITY'    TO O-PRJ-DESC.
           MOVE W-JRN-DEP-TOT          TO O-PRJ-DEBIT.
           MOVE 0                      TO O-PRJ-CREDIT.
           PERFORM 5550-JOURNAL-PROOF-LINE.
           MOVE SPACES                 TO O-PRJ-ACCOUNT.
           MOVE 'TOTALS'               TO O-PRJ-DESC.
           MOVE W-JRN-DEBITS           TO O-PRJ-DEBIT.
           MOVE W-JRN-CREDITS          TO O-PRJ-CREDIT.
           PERFORM 5550-JOURNAL-PROOF-LINE.

       5550-JOURNAL-PROOF-LINE.
           WRITE PRTREVLINE
              FROM PRF-JRN-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       5600-COUNT-PROOF.
           MOVE 'SALES LINES REVERSED'         TO O-PRN-LABEL.
           MOVE W-REVERSED-CTR                 TO O-PRN-COUNT.
           PERFORM 5650-COUNT-LINE.
           MOVE 'SALES LINES WITH COST BACKED OUT'
                                               TO O-PRN-LABEL.
           MOVE W-COST-REV-CTR                 TO O-PRN-COUNT.
           PERFORM 5650-COUNT-LINE.
           MOVE 'SELLERS UPDATED'              TO O-PRN-LABEL.
           MOVE W-SLM-UPD-CTR                  TO O-PRN-COUNT.
           PERFORM 5650-COUNT-LINE.
           MOVE 'SELLERS NOT ON SELLER MASTER' TO O-PRN-LABEL.
           MOVE W-SLM-MISS-CTR                 TO O-PRN-COUNT.
           PERFORM 5650-COUNT-LINE.
           MOVE 'CUSTOMERS UPDATED'            TO O-PRN-LABEL.
           MOVE W-CUS-UPD-CTR                  TO O-PRN-COUNT.
           PERFORM 5650-COUNT-LINE.
           MOVE 'CUSTOMERS REMOVED - NO PURCHASES LEFT'
                                               TO O-PRN-LABEL.
           MOVE W-CUS-DEL-CTR                  TO O-PRN-COUNT.
           PERFORM 5650-COUNT-LINE.
           MOVE 'CUSTOMERS NOT ON CUSTOMER MASTER'
                                               TO O-PRN-LABEL.
           MOVE W-CUS-MISS-CTR                 TO O-PRN-COUNT.
           PERFORM 5650-COUNT-LINE.
           MOVE 'DELIVERY ORDERS CLOSED AS REVERSED'
                                               TO O-PRN-LABEL.
           MOVE W-ORD-VOID-CTR                 TO O-PRN-COUNT.
           PERFORM 5650-COUNT-LINE.

       5650-COUNT-LINE.
           WRITE PRTREVLINE
              FROM PRF-COUNT-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       5900-SECTION-HEADING.
           WRITE PRTREVLINE
              FROM PRF-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           WRITE PRTREVLINE
              FROM PRF-HEADING-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       6000-WRITE-RUN-RECORD.
           OPEN EXTEND RUNCTL-FILE.
           IF RUN-FILE-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           MOVE W-NEW-RUN-NO     TO RUN-NUMBER.
           MOVE I-DATE           TO RUN-DATE.
           MOVE I-TIME(1:6)      TO RUN-TIME.
           MOVE W-REVERSED-CTR   TO RUN-READ-CTR.
           MOVE 0                TO RUN-ERROR-CTR.
           MOVE 0                TO RUN-CORR-CTR.
           MOVE W-RUN-STAMP      TO RUN-STATUS.
           WRITE RUN-REC.
           CLOSE RUNCTL-FILE.

       9100-HEADING.
           ADD 1 TO CPCTR.
           MOVE CPCTR TO O-PCTR.
           WRITE PRTREVLINE
             FROM REV-TITLE-LINE
                AFTER ADVANCING PAGE.
           WRITE PRTREVLINE
              FROM REV-TITLE-LINE2
                 AFTER ADVANCING 1 LINES.
           WRITE PRTREVLINE
              FROM REV-TITLE-LINE1
                 AFTER ADVANCING 1 LINES.

       9110-DETAIL-HEADING.
           PERFORM 9100-HEADING.
           WRITE PRTREVLINE
              FROM REV-HEADING-LINE
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

       9330-STATE-TO-IDX.
           EVALUATE W-WORK-STATE
               WHEN 'IA'  MOVE 1 TO W-STATE-IDX
               WHEN 'IL'  MOVE 2 TO W-STATE-IDX
               WHEN 'MI'  MOVE 3 TO W-STATE-IDX
               WHEN 'MO'  MOVE 4 TO W-STATE-IDX
               WHEN 'NE'  MOVE 5 TO W-STATE-IDX
               WHEN 'WI'  MOVE 6 TO W-STATE-IDX
               WHEN OTHER MOVE 0 TO W-STATE-IDX
           END-EVALUATE.

       9340-IDX-TO-STATE.
           EVALUATE W-SUB
               WHEN 1  MOVE 'IA' TO W-WORK-STATE
               WHEN 2  MOVE 'IL' TO W-WORK-STATE
               WHEN 3  MOVE 'MI' TO W-WORK-STATE
               WHEN 4  MOVE 'MO' TO W-WORK-STATE
               WHEN 5  MOVE 'NE' TO W-WORK-STATE
               WHEN 6  MOVE 'WI' TO W-WORK-STATE
           END-EVALUATE.
