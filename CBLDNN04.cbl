                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RATE-FILE-STATUS.

           SELECT RATE-PROOF-FILE
                 ASSIGN TO RPF-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RPF-FILE-STATUS.

           SELECT CHECKOUT-FILE
                 ASSIGN TO CHECKOUT-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS STD-FILE-STATUS.

           SELECT PROFIT-MASTER
                 ASSIGN TO GPM-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GPM-FILE-STATUS.

           SELECT SELLER-MASTER
                 ASSIGN TO SLM-PATH
                 ORGANIZATION IS INDEXED
                 ASSIGN TO RTS-PATH
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALES-HIST-WORK
                 ASSIGN TO SHW-PATH
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALES-HISTORY-FILE
                 ASSIGN TO SHS-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SHS-FILE-STATUS.

           SELECT ONLINE-CHANGE-FILE
                 ASSIGN TO ONL-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ONL-FILE-STATUS.

           SELECT CHECKOUT-HISTORY-FILE
                 ASSIGN TO CKH-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CKH-FILE-STATUS.

           SELECT GL-HISTORY-FILE
                 ASSIGN TO GLH-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GLH-FILE-STATUS.

           SELECT ORDER-WORK-FILE
                 ASSIGN TO OWK-PATH
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-ORDER-FILE
                 ASSIGN TO ORD-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ORD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

                 88  RATE-IS-PRICE       VALUE 'P'.
                 88  RATE-IS-DEPOSIT     VALUE 'D'.
                 88  RATE-IS-TAX         VALUE 'T'.
                 88  RATE-IS-COST        VALUE 'C'.
             05  RATE-KEY                PIC XX.
             05  RATE-AMOUNT             PIC 9(4)V9(4).
             05  RATE-EFF-DATE           PIC 9(8).
             05  RATE-END-DATE           PIC 9(8).

       FD  RATE-PROOF-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 34 CHARACTERS
             DATA RECORD IS RPF-REC.

       01  RPF-REC.
             05  RPF-PROOF-DATE          PIC 9(8).
             05  RPF-PROOF-TIME          PIC 9(6).
             05  RPF-REC-CTR             PIC 9(5).
             05  RPF-HASH-TOTAL          PIC 9(15).

       FD  CHECKOUT-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 7 CHARACTERS
             05  CKPT-REJ-CTR            PIC 9(4).
             05  CKPT-REJ-ENTRY OCCURS 500 TIMES.
                 10 CKPT-REJ-SELLER-NO   PIC 9(5).
                 10 CKPT-REJ-BATCH-NO    PIC 9(4).
                 10 CKPT-REJ-LNAME       PIC X(15).
                 10 CKPT-REJ-FNAME       PIC X(15).
                 10 CKPT-REJ-TEAM        PIC X.
                 10  STD-TAXST-TAX       PIC S9(7)V99.
                 10  STD-TAXST-DEPOSIT   PIC S9(7)V99.

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

       FD  ROUTE-WORK-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 94 CHARACTERS
             DATA RECORD IS RTW-REC.

       01  RTW-REC.
             05  RTW-STATE               PIC XX.
             05  RTW-POP-NAME            PIC X(16).
             05  RTW-CASES               PIC 99.
             05  RTW-ORDER-NO            PIC 9(9).

       SD  ROUTE-SORT-FILE
             DATA RECORD IS SRT-RT-REC.

       01  SRT-RT-REC.
             05  SRT-RT-SORT-KEY         PIC X(35).
             05  FILLER                  PIC X(59).

       FD  ROUTE-SORTED-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 94 CHARACTERS
             DATA RECORD IS RTS-REC.

       01  RTS-REC.
             05  RTS-STATE               PIC XX.
             05  RTS-POP-NAME            PIC X(16).
             05  RTS-CASES               PIC 99.
             05  RTS-ORDER-NO.
                 10  RTS-ORDER-RUN       PIC 9(5).
                 10  RTS-ORDER-SEQ       PIC 9(4).

       FD  SALES-HIST-WORK
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 150 CHARACTERS
             DATA RECORD IS SHW-REC.

       01  SHW-REC.
             05  SHW-RUN-NO              PIC 9(5).
             05  SHW-BATCH-NO            PIC 9(4).
             05  SHW-REC-TYPE            PIC X.
                 88  SHW-IS-POSTED       VALUE 'S'.
                 88  SHW-IS-REVERSAL     VALUE 'V'.
             05  SHW-REV-RUN-NO          PIC 9(5).
             05  SHW-LNAME               PIC X(15).
             05  SHW-FNAME               PIC X(15).
             05  SHW-ADDRESS             PIC X(15).
             05  SHW-CITY                PIC X(10).
             05  SHW-STATE               PIC XX.
             05  SHW-ZIP                 PIC 9(9).
             05  SHW-POP-TYPE            PIC 99.
             05  SHW-NUM-CASES           PIC 99.
             05  SHW-TEAM                PIC X.
             05  SHW-SELLER-NO           PIC 9(5).
             05  SHW-TRANS-CODE          PIC X.
             05  SHW-SALE-DATE           PIC 9(8).
             05  SHW-SIGNED-CASES        PIC S9(3).
             05  SHW-TAXABLE             PIC S9(6)V99.
             05  SHW-TAX                 PIC S9(6)V99.
             05  SHW-DEPOSIT             PIC S9(6)V99.
             05  SHW-TOTAL               PIC S9(7)V99.
             05  SHW-COST                PIC S9(6)V99.
             05  FILLER                  PIC X(6).

       FD  SALES-HISTORY-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 150 CHARACTERS
             DATA RECORD IS SHS-REC.

       01  SHS-REC                       PIC X(150).

       FD  ONLINE-CHANGE-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 90 CHARACTERS
             DATA RECORD IS ONL-REC.

       01  ONL-REC.
             05  ONL-DATE                PIC 9(8).
             05  ONL-TIME                PIC 9(6).
             05  ONL-USER-ID             PIC X(8).
             05  ONL-ACTION              PIC X.
                 88  ONL-IS-ADD          VALUE 'A'.
                 88  ONL-IS-CHANGE       VALUE 'C'.
             05  ONL-SLM-NUMBER          PIC 9(5).
             05  ONL-OLD-LNAME           PIC X(15).
             05  ONL-OLD-FNAME           PIC X(15).
             05  ONL-OLD-TEAM            PIC X.
             05  ONL-NEW-LNAME           PIC X(15).
             05  ONL-NEW-FNAME           PIC X(15).
             05  ONL-NEW-TEAM            PIC X.

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

       FD  ORDER-WORK-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 121 CHARACTERS
             DATA RECORD IS OWK-REC.

       01  OWK-REC.
             05  OWK-ORDER-NO.
                 10  OWK-RUN-NO          PIC 9(5).
                 10  OWK-SEQ-NO          PIC 9(4).
             05  OWK-ROUTE-DATE          PIC 9(8).
             05  OWK-STATUS              PIC X.
             05  OWK-ATTEMPTS            PIC 99.
             05  OWK-LAST-CONF-DATE      PIC 9(8).
             05  OWK-CLOSE-DATE          PIC 9(8).
             05  OWK-SALE                PIC X(85).

       FD  OPEN-ORDER-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 121 CHARACTERS
             DATA RECORD IS ORD-REC.

       01  ORD-REC                       PIC X(121).

       WORKING-STORAGE SECTION.

           05 PRTSL-PATH      PIC X(80) VALUE 'COBPOPERR.PRT'.
           05 PRTERR-PATH     PIC X(80) VALUE 'CBLPOPERR.PRT'.
           05 RATE-PATH       PIC X(80) VALUE 'CBLPOPRAT.DAT'.
           05 RPF-PATH        PIC X(80) VALUE 'CBLPOPRPF.DAT'.
           05 CHECKOUT-PATH   PIC X(80) VALUE 'CBLPOPCHK.DAT'.
           05 CRQ-PATH        PIC X(80) VALUE 'CBLPOPCRQ.DAT'.
           05 CSV-PATH        PIC X(80) VALUE 'CBLPOPTOT.CSV'.
           05 CKPT-PATH       PIC X(80) VALUE 'CBLPOPCKP.DAT'.
           05 STD-PATH        PIC X(80) VALUE 'CBLPOPSTD.DAT'.
           05 GPM-PATH        PIC X(80) VALUE 'CBLPOPGPM.DAT'.
           05 SLM-PATH        PIC X(80) VALUE 'CBLPOPSLM.DAT'.
           05 SMT-PATH        PIC X(80) VALUE 'CBLPOPSMT.DAT'.
           05 RCT-PATH        PIC X(80) VALUE 'CBLPOPRCT.DAT'.
           05 RTW-PATH        PIC X(80) VALUE 'CBLPOPRTW.DAT'.
           05 RTS-PATH        PIC X(80) VALUE 'CBLPOPRTS.DAT'.
           05 JRN-PATH        PIC X(80) VALUE 'CBLPOPGLJ.DAT'.
           05 SHW-PATH        PIC X(80) VALUE 'CBLPOPSHW.DAT'.
           05 SHS-PATH        PIC X(80) VALUE 'CBLPOPSHS.DAT'.
           05 ONL-PATH        PIC X(80) VALUE 'CBLPOPONL.DAT'.
           05 CKH-PATH        PIC X(80) VALUE 'CBLPOPCKH.DAT'.
           05 GLH-PATH        PIC X(80) VALUE 'CBLPOPGLH.DAT'.
           05 OWK-PATH        PIC X(80) VALUE 'CBLPOPOWK.DAT'.
           05 ORD-PATH        PIC X(80) VALUE 'CBLPOPORD.DAT'.

       01  PARM-AREA.
           05 PRM-FILE-STATUS           PIC XX            VALUE '00'.
           05 CHG-MATCH-SW                PIC XXX           VALUE 'NO'.
           05 RATE-FILE-STATUS            PIC XX            VALUE '00'.
           05 MORE-RATES                  PIC XXX           VALUE 'YES'.
           05 RPF-FILE-STATUS             PIC XX            VALUE '00'.
           05 WS-RATE-PROOF-OK-SW         PIC XXX           VALUE 'YES'.
           05 WS-HASH-RECS                PIC 9(5)          VALUE ZERO.
           05 WS-HASH-POS                 PIC 99            VALUE ZERO.
           05 WS-HASH-TOTAL               PIC 9(15)         VALUE ZERO.
           05 WS-PRICE-FOUND-SW           PIC XXX           VALUE 'NO'.
           05 WS-CASE-PRICE               PIC 9(4)V9(4)     VALUE 18.71.
           05 WS-DEPOSIT-RATE             PIC 9(4)V9(4)     VALUE ZERO.
           05 WS-CASE-COST                PIC 9(4)V9(4)     VALUE ZERO.
           05 WS-COST-FOUND-SW            PIC XXX           VALUE 'NO'.
           05 WS-RATE-POP                 PIC XX            VALUE SPACE.
           05 C-COST                      PIC S9(6)V99    VALUE ZERO.
           05 C-MARGIN                    PIC S9(6)V99    VALUE ZERO.
           05 GPM-FILE-STATUS             PIC XX            VALUE '00'.
           05 WS-GP-MARGIN                PIC S9(8)V99      VALUE ZERO.
           05 WS-GP-PCT                   PIC S9(3)V9       VALUE ZERO.
           05 WS-GP-TEAM-LABEL.
               10 FILLER                  PIC X(5)          VALUE
                                                           'TEAM '.
               10 WS-GP-TEAM-LETTER       PIC X             VALUE SPACE.
           05 CHECKOUT-FILE-STATUS        PIC XX            VALUE '00'.
           05 CRQ-FILE-STATUS             PIC XX            VALUE '00'.
           05 MORE-CRQS                   PIC XXX           VALUE 'YES'.
           05 WS-MAINT-CHG-CTR          PIC 9(3)          VALUE ZERO.
           05 WS-MAINT-DEL-CTR          PIC 9(3)          VALUE ZERO.
           05 WS-MAINT-BAD-CTR          PIC 9(3)          VALUE ZERO.
           05 ONL-FILE-STATUS           PIC XX            VALUE '00'.
           05 MORE-ONL-CHANGES          PIC XXX           VALUE 'YES'.
           05 WS-ONL-ADD-CTR            PIC 9(4)          VALUE ZERO.
           05 WS-ONL-CHG-CTR            PIC 9(4)          VALUE ZERO.
           05 WS-SIGNED-CASES           PIC S9(3)         VALUE ZERO.
           05 RCT-FILE-STATUS           PIC XX            VALUE '00'.
           05 MORE-RECEIPTS             PIC XXX           VALUE 'YES'.
           05 CKPT-SKIP-COUNT           PIC 9(6)          VALUE ZERO.
           05 WS-RESTART-SW             PIC XXX           VALUE 'NO'.
           05 STD-FILE-STATUS           PIC XX            VALUE '00'.
           05 SHS-FILE-STATUS           PIC XX            VALUE '00'.
           05 MORE-SHWS                 PIC XXX           VALUE 'YES'.
           05 CKH-FILE-STATUS           PIC XX            VALUE '00'.
           05 GLH-FILE-STATUS           PIC XX            VALUE '00'.
           05 MORE-JRNS                 PIC XXX           VALUE 'YES'.
           05 ORD-FILE-STATUS           PIC XX            VALUE '00'.
           05 MORE-OWKS                 PIC XXX           VALUE 'YES'.
           05 WS-ORDER-SEQ              PIC 9(4)          VALUE ZERO.
           05 WS-CORR-PASS-SW           PIC XXX           VALUE 'NO'.
           05 WS-CORR-BATCH-NO          PIC 9(4)          VALUE ZERO.

       01  SEASON-TOTALS-AREA.
           05 ST-CTR-COKE                PIC S9(7)V99      VALUE ZERO.
               10 ST-TAXST-TAX           PIC S9(7)V99     VALUE ZERO.
               10 ST-TAXST-DEPOSIT       PIC S9(7)V99     VALUE ZERO.

       01  PROFIT-RUN-AREA.
           05 GP-POP-ENTRY OCCURS 6 TIMES.
               10 GP-POP-CASES           PIC S9(7)        VALUE ZERO.
               10 GP-POP-SALES           PIC S9(7)V99     VALUE ZERO.
               10 GP-POP-COST            PIC S9(7)V99     VALUE ZERO.
           05 GP-TEAM-ENTRY OCCURS 5 TIMES.
               10 GP-TEAM-CASES          PIC S9(7)        VALUE ZERO.
               10 GP-TEAM-SALES          PIC S9(7)V99     VALUE ZERO.
               10 GP-TEAM-COST           PIC S9(7)V99     VALUE ZERO.
           05 GP-NOCOST-CTR              PIC 9(5)         VALUE ZERO.

       01  PROFIT-SEASON-AREA.
           05 ST-GP-POP-ENTRY OCCURS 6 TIMES.
               10 ST-GP-POP-CASES        PIC S9(7)        VALUE ZERO.
               10 ST-GP-POP-SALES        PIC S9(7)V99     VALUE ZERO.
               10 ST-GP-POP-COST         PIC S9(7)V99     VALUE ZERO.
           05 ST-GP-TEAM-ENTRY OCCURS 5 TIMES.
               10 ST-GP-TEAM-CASES       PIC S9(7)        VALUE ZERO.
               10 ST-GP-TEAM-SALES       PIC S9(7)V99     VALUE ZERO.
               10 ST-GP-TEAM-COST        PIC S9(7)V99     VALUE ZERO.
           05 ST-GP-NOCOST-CTR           PIC 9(5)         VALUE ZERO.

       01  PROFIT-PRINT-AREA.
           05 GPW-BLOCK.
               10 GPW-POP-ENTRY OCCURS 6 TIMES.
                   15 GPW-POP-CASES      PIC S9(7).
                   15 GPW-POP-SALES      PIC S9(7)V99.
                   15 GPW-POP-COST       PIC S9(7)V99.
               10 GPW-TEAM-ENTRY OCCURS 5 TIMES.
                   15 GPW-TEAM-CASES     PIC S9(7).
                   15 GPW-TEAM-SALES     PIC S9(7)V99.
                   15 GPW-TEAM-COST      PIC S9(7)V99.
               10 GPW-NOCOST-CTR         PIC 9(5).
           05 GPW-TOT-CASES              PIC S9(8)        VALUE ZERO.
           05 GPW-TOT-SALES              PIC S9(8)V99     VALUE ZERO.
           05 GPW-TOT-COST               PIC S9(8)V99     VALUE ZERO.

       01  RANK-SORT-AREA.
           05 SORT-I                     PIC 9(4)          VALUE ZERO.
           05 SORT-J                     PIC 9(4)          VALUE ZERO.
           05 REJ-CTR                     PIC 9(4)          VALUE ZERO.
           05 REJ-ENTRY  OCCURS 500 TIMES INDEXED BY REJ-IDX.
               10 REJ-SELLER-NO            PIC 9(5).
               10 REJ-BATCH-NO             PIC 9(4).
               10 REJ-LNAME                PIC X(15).
               10 REJ-FNAME                PIC X(15).
               10 REJ-TEAM                 PIC X.
           05 O-MAINT-BAD-CTR         PIC Z,ZZ9.
           05 FILLER                  PIC X(58)          VALUE SPACES.

       01 ONLINE-SUMMARY-LINE.
           05 FILLER                  PIC X(3)           VALUE SPACES.
           05 FILLER                  PIC X(36)          VALUE
                                 'ONLINE CHANGES SINCE LAST RUN  ADDS:'.
           05 O-ONL-ADD-CTR           PIC Z,ZZ9.
           05 FILLER                  PIC X(10)          VALUE
                                                 '  CHANGES:'.
           05 O-ONL-CHG-CTR           PIC Z,ZZ9.
           05 FILLER                  PIC X(73)          VALUE SPACES.

       01 ONLINE-DETAIL-LINE.
           05 FILLER                  PIC X(6)           VALUE SPACES.
           05 O-ONL-ACTION            PIC X(6).
           05 FILLER                  PIC X(8)           VALUE
                                                 ' SELLER '.
           05 O-ONL-SLM-NUMBER        PIC 9(5).
           05 FILLER                  PIC X(2)           VALUE SPACES.
           05 O-ONL-OLD-LNAME         PIC X(15).
           05 FILLER                  PIC X              VALUE SPACE.
           05 O-ONL-OLD-TEAM          PIC X.
           05 FILLER                  PIC X(4)           VALUE ' TO '.
           05 O-ONL-NEW-LNAME         PIC X(15).
           05 FILLER                  PIC X              VALUE SPACE.
           05 O-ONL-NEW-FNAME         PIC X(15).
           05 FILLER                  PIC X              VALUE SPACE.
           05 O-ONL-NEW-TEAM          PIC X.
           05 FILLER                  PIC X(4)           VALUE ' BY '.
           05 O-ONL-USER-ID           PIC X(8).
           05 FILLER                  PIC X              VALUE SPACE.
           05 O-ONL-MM                PIC 99.
           05 FILLER                  PIC X              VALUE '/'.
           05 O-ONL-DD                PIC 99.
           05 FILLER                  PIC X              VALUE '/'.
           05 O-ONL-YYYY              PIC 9(4).
           05 FILLER                  PIC X              VALUE SPACE.
           05 O-ONL-HH                PIC 99.
           05 FILLER                  PIC X              VALUE ':'.
           05 O-ONL-MIN               PIC 99.
           05 FILLER                  PIC X(22)          VALUE SPACES.

         01 O-GTOTALS.
             05 FILLER               PIC X(13)    VALUE 'GRAND TOTALS:'.
             05 FILLER               PIC X(119)   VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE
                                                      'CASES'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                      'ORDER NO'.
           05 FILLER                  PIC X(19)           VALUE SPACES.

       01 ROUTE-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-ROUTE-POP             PIC X(16).
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-ROUTE-CASES           PIC Z9.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-ROUTE-ORDER-RUN       PIC 9(5).
           05 FILLER                  PIC X               VALUE '-'.
           05 O-ROUTE-ORDER-SEQ       PIC 9(4).
           05 FILLER                  PIC X(17)           VALUE SPACES.

       01 ROUTE-SUBTOTAL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
                 'SEASON AND SELLER MASTERS NOT UPDATED'.
           05 FILLER                  PIC X(46)          VALUE SPACES.

       01 RATE-REFUSE-LINE.
           05 FILLER                  PIC X(3)           VALUE SPACES.
           05 FILLER                  PIC X(20)          VALUE
              'SALES RUN REFUSED - '.
           05 O-RATE-REFUSE-REASON    PIC X(50).
           05 FILLER                  PIC X(59)          VALUE SPACES.

       01 PRIOR-NOREL-LINE.
           05 FILLER                  PIC X(3)           VALUE SPACES.
           05 FILLER                  PIC X(51)          VALUE
           05 O-TAXST-DEP             PIC $$$$,$$$,$$$.99-.
           05 FILLER                  PIC X(65)           VALUE SPACES.

       01 PROFIT-TITLE-LINE.
           05 FILLER                  PIC X(40)           VALUE SPACES.
           05 FILLER                  PIC X(33)           VALUE
                           'GROSS PROFIT BY POP TYPE AND TEAM'.
           05 FILLER                  PIC X(48)           VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                        'RUN: '.
           05 O-RUN-NO16              PIC ZZZZ9.

       01 PROFIT-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE
                                                'POP TYPE / TEAM'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(9)            VALUE
                                                      '    CASES'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(14)           VALUE
                                                 '         SALES'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(14)           VALUE
                                                 ' COST OF GOODS'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(14)           VALUE
                                                 '  GROSS MARGIN'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                         ' MGN %'.
           05 FILLER                  PIC X(45)           VALUE SPACES.

       01 PROFIT-SECTION-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-GP-SECTION            PIC X(40).
           05 FILLER                  PIC X(89)           VALUE SPACES.

       01 PROFIT-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-GP-LABEL              PIC X(16).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-GP-CASES              PIC ZZZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-GP-SALES              PIC $$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-GP-COST               PIC $$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-GP-MARGIN             PIC $$,$$$,$$9.99-.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-GP-PCT                PIC ZZ9.9-.
           05 FILLER                  PIC X(45)           VALUE SPACES.

       01 PROFIT-NOCOST-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(43)           VALUE
              'SALES PRICED WITH NO BOTTLER COST ON FILE: '.
           05 O-GP-NOCOST             PIC ZZ,ZZ9.
           05 FILLER                  PIC X(80)           VALUE SPACES.

       01 JRN-OOB-LINE.
           05 FILLER                  PIC X(3)           VALUE SPACES.
           05 FILLER                  PIC X(44)          VALUE
           IF REPORT-ONLY-MODE
               PERFORM 6000-REPORT-ONLY
           ELSE
               IF WS-RATE-PROOF-OK-SW = 'NO'
                   PERFORM 1530-RATE-PROOF-REFUSED
               ELSE
                   PERFORM 1000-INIT
                   PERFORM 2000-MAINLINE
                       UNTIL MORE-RECS ='NO'
                   PERFORM 5000-CORRECTIONS
                   PERFORM 3000-CLOSING
               END-IF
           END-IF.
           STOP RUN.

           PERFORM 1350-BUILD-PATHS.
           MOVE WS-DIVISION-ID TO O-DIV-ID1.
           MOVE WS-DIVISION-ID TO O-DIV-ID2.
           IF NOT REPORT-ONLY-MODE
               PERFORM 1520-CHECK-RATE-PROOF
           END-IF.
           IF WS-RATE-PROOF-OK-SW = 'YES'
               PERFORM 1400-RUN-CONTROL
           END-IF.

       1300-READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
               MOVE RATE-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO RATE-PATH
               MOVE RPF-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO RPF-PATH
               MOVE CHECKOUT-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO CHECKOUT-PATH
               MOVE STD-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO STD-PATH
               MOVE GPM-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO GPM-PATH
               MOVE SLM-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO SLM-PATH
               MOVE JRN-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO JRN-PATH
               MOVE SHW-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO SHW-PATH
               MOVE SHS-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO SHS-PATH
               MOVE ONL-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO ONL-PATH
               MOVE CKH-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO CKH-PATH
               MOVE GLH-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO GLH-PATH
               MOVE OWK-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO OWK-PATH
               MOVE ORD-PATH TO WS-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE WS-PATH-BUILT TO ORD-PATH
           END-IF.

       1360-PREFIX-PATH.
               OPEN OUTPUT PRTERROUT
           END-IF.
           OPEN OUTPUT ROUTE-WORK-FILE.
           OPEN OUTPUT ORDER-WORK-FILE.
           OPEN OUTPUT CUSTOMER-WORK-FILE.
           OPEN OUTPUT SALES-HIST-WORK.
           IF WS-PRIOR-RUN-STATUS = 'A'
               AND WS-RESTART-SW = 'NO'
               MOVE 'NO' TO WS-PRIOR-RUN-OK-SW
           END-IF.
           PERFORM 1800-LOAD-SEASON-MASTER.
           PERFORM 1860-LOAD-PROFIT-MASTER.
           PERFORM 1820-LOAD-DEP-LEDGER.
           PERFORM 1900-OPEN-SELLER-MASTER.
           IF WS-RESTART-SW = 'NO'
               END-IF
           END-PERFORM.

       1860-LOAD-PROFIT-MASTER.
           OPEN INPUT PROFIT-MASTER.
           IF GPM-FILE-STATUS = '00'
               READ PROFIT-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1865-COPY-PROFIT-IN
               END-READ
               CLOSE PROFIT-MASTER
           END-IF.

       1865-COPY-PROFIT-IN.
           PERFORM VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > 6
               MOVE GPM-POP-CASES(SORT-J) TO ST-GP-POP-CASES(SORT-J)
               MOVE GPM-POP-SALES(SORT-J) TO ST-GP-POP-SALES(SORT-J)
               MOVE GPM-POP-COST(SORT-J)  TO ST-GP-POP-COST(SORT-J)
           END-PERFORM.
           PERFORM VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > 5
               MOVE GPM-TEAM-CASES(SORT-J) TO ST-GP-TEAM-CASES(SORT-J)
               MOVE GPM-TEAM-SALES(SORT-J) TO ST-GP-TEAM-SALES(SORT-J)
               MOVE GPM-TEAM-COST(SORT-J)  TO ST-GP-TEAM-COST(SORT-J)
           END-PERFORM.
           MOVE GPM-NOCOST-CTR TO ST-GP-NOCOST-CTR.

       1820-LOAD-DEP-LEDGER.
           OPEN INPUT DEP-LEDGER-FILE.
           IF DEP-FILE-STATUS = '00'
               UNTIL SORT-I > REJ-CTR
               MOVE CKPT-REJ-SELLER-NO(SORT-I)
                                              TO REJ-SELLER-NO(SORT-I)
               MOVE CKPT-REJ-BATCH-NO(SORT-I) TO REJ-BATCH-NO(SORT-I)
               MOVE CKPT-REJ-LNAME(SORT-I)    TO REJ-LNAME(SORT-I)
               MOVE CKPT-REJ-FNAME(SORT-I)    TO REJ-FNAME(SORT-I)
               MOVE CKPT-REJ-TEAM(SORT-I)     TO REJ-TEAM(SORT-I)
               PERFORM 2310-PRICE-SALE
               MOVE C-TOTAL TO C-TOTAL-SAL
               PERFORM 1975-POST-SELLER-SALE
               PERFORM 2380-SAVE-HISTORY
               IF NOT TRANS-IS-RETURN
                   PERFORM 2360-SAVE-ROUTE
                   PERFORM 2370-SAVE-CUSTOMER
           MOVE WS-RUN-NO TO O-RUN-NO13.
           MOVE WS-RUN-NO TO O-RUN-NO14.
           MOVE WS-RUN-NO TO O-RUN-NO15.
           MOVE WS-RUN-NO TO O-RUN-NO16.
           IF NOT REPORT-ONLY-MODE
               MOVE 'A' TO WS-RUN-STAMP
               PERFORM 8000-WRITE-RUN-RECORD
               MOVE 99999999 TO RATE-TBL-END-DATE(RATE-IDX)
           END-PERFORM.

       1520-CHECK-RATE-PROOF.
           MOVE 0 TO WS-HASH-RECS.
           MOVE 0 TO WS-HASH-TOTAL.
           OPEN INPUT POPRATE-FILE.
           IF RATE-FILE-STATUS = '00'
               PERFORM UNTIL MORE-RATES = 'NO'
                   READ POPRATE-FILE
                       AT END
                           MOVE 'NO' TO MORE-RATES
                       NOT AT END
                           PERFORM 1525-HASH-RATE-REC
                   END-READ
               END-PERFORM
               CLOSE POPRATE-FILE
               MOVE 'YES' TO MORE-RATES
               OPEN INPUT RATE-PROOF-FILE
               IF RPF-FILE-STATUS = '00'
                   READ RATE-PROOF-FILE
                       AT END
                           MOVE 'NO' TO WS-RATE-PROOF-OK-SW
                           MOVE 'NO RATE PROOF LISTING ON FILE'
                               TO O-RATE-REFUSE-REASON
                       NOT AT END
                           IF RPF-REC-CTR NOT = WS-HASH-RECS
                               OR RPF-HASH-TOTAL NOT = WS-HASH-TOTAL
                               MOVE 'NO' TO WS-RATE-PROOF-OK-SW
                               MOVE 'RATE FILE CHANGED SINCE LAST PROOF'
                                   TO O-RATE-REFUSE-REASON
                           END-IF
                   END-READ
                   CLOSE RATE-PROOF-FILE
               ELSE
                   MOVE 'NO' TO WS-RATE-PROOF-OK-SW
                   MOVE 'NO RATE PROOF LISTING ON FILE'
                       TO O-RATE-REFUSE-REASON
               END-IF
           END-IF.

       1525-HASH-RATE-REC.
           ADD 1 TO WS-HASH-RECS.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 27
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                   FUNCTION ORD(RATE-REC(WS-HASH-POS:1)) *
                   (WS-HASH-POS + WS-HASH-RECS * 27)
           END-PERFORM.

       1530-RATE-PROOF-REFUSED.
           OPEN OUTPUT PRTERROUT.
           PERFORM 9200-HEADING.
           WRITE PRTERRLINE
              FROM RATE-REFUSE-LINE
                 AFTER ADVANCING 2 LINES.
           CLOSE PRTERROUT.

       1550-FIND-CASE-PRICE.
           MOVE 18.71 TO WS-CASE-PRICE.
           MOVE 'NO' TO WS-PRICE-FOUND-SW.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TBL-CTR
               IF RATE-TBL-TYPE(RATE-IDX) = 'P'
                   AND RATE-TBL-KEY(RATE-IDX) = SPACES
                   AND WS-PRICE-FOUND-SW NOT = 'KEY'
                   AND WS-RATE-DATE >= RATE-TBL-EFF-DATE(RATE-IDX)
                   AND WS-RATE-DATE <= RATE-TBL-END-DATE(RATE-IDX)
                   MOVE RATE-TBL-AMOUNT(RATE-IDX) TO WS-CASE-PRICE
               END-IF
               IF RATE-TBL-TYPE(RATE-IDX) = 'P'
                   AND RATE-TBL-KEY(RATE-IDX) = WS-RATE-POP
                   AND WS-RATE-DATE >= RATE-TBL-EFF-DATE(RATE-IDX)
                   AND WS-RATE-DATE <= RATE-TBL-END-DATE(RATE-IDX)
                   MOVE RATE-TBL-AMOUNT(RATE-IDX) TO WS-CASE-PRICE
                   MOVE 'KEY' TO WS-PRICE-FOUND-SW
               END-IF
           END-PERFORM.

               END-IF
           END-PERFORM.

       1590-FIND-CASE-COST.
           MOVE 0 TO WS-CASE-COST.
           MOVE 'NO' TO WS-COST-FOUND-SW.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TBL-CTR
               IF RATE-TBL-TYPE(RATE-IDX) = 'C'
                   AND RATE-TBL-KEY(RATE-IDX) = SPACES
                   AND WS-COST-FOUND-SW NOT = 'KEY'
                   AND WS-RATE-DATE >= RATE-TBL-EFF-DATE(RATE-IDX)
                   AND WS-RATE-DATE <= RATE-TBL-END-DATE(RATE-IDX)
                   MOVE RATE-TBL-AMOUNT(RATE-IDX) TO WS-CASE-COST
                   MOVE 'YES' TO WS-COST-FOUND-SW
               END-IF
               IF RATE-TBL-TYPE(RATE-IDX) = 'C'
                   AND RATE-TBL-KEY(RATE-IDX) = WS-RATE-POP
                   AND WS-RATE-DATE >= RATE-TBL-EFF-DATE(RATE-IDX)
                   AND WS-RATE-DATE <= RATE-TBL-END-DATE(RATE-IDX)
                   MOVE RATE-TBL-AMOUNT(RATE-IDX) TO WS-CASE-COST
                   MOVE 'KEY' TO WS-COST-FOUND-SW
               END-IF
           END-PERFORM.

       1640-LOAD-CHK-REQUESTS.
           OPEN INPUT CHK-REQUEST-FILE.
           IF CRQ-FILE-STATUS = '00'
               MOVE 'SALE DATE DAY MUST BE 01 TO 31' TO POP
               MOVE 'RANG' TO O-ERR-REASON
               GO TO 2100-EXIT.
           IF NOT TRANS-IS-RETURN
               AND WS-ORDER-SEQ NOT < 9999
               MOVE 'ORDER NUMBERS USED UP - RESUBMIT NEXT RUN' TO POP
               MOVE 'RANG' TO O-ERR-REASON
               GO TO 2100-EXIT.
           PERFORM 2150-FIND-SELLER.
           2100-EXIT.
           EXIT.
           IF REJ-CTR < 500
               ADD 1 TO REJ-CTR
               MOVE I-SELLER-NO TO REJ-SELLER-NO(REJ-CTR)
               IF WS-CORR-PASS-SW = 'YES'
                   MOVE WS-CORR-BATCH-NO TO REJ-BATCH-NO(REJ-CTR)
               ELSE
                   MOVE WS-BATCH-NO      TO REJ-BATCH-NO(REJ-CTR)
               END-IF
               MOVE I-LNAME  TO REJ-LNAME(REJ-CTR)
               MOVE I-FNAME  TO REJ-FNAME(REJ-CTR)
               MOVE I-TEAM   TO REJ-TEAM(REJ-CTR)
           IF WS-SELLER-FOUND-SW = 'YES'
               PERFORM 1975-POST-SELLER-SALE
           END-IF.
           PERFORM 2380-SAVE-HISTORY.
           IF NOT TRANS-IS-RETURN
               PERFORM 2360-SAVE-ROUTE
               PERFORM 2370-SAVE-CUSTOMER
           MOVE I-SALE-DATE TO WS-RATE-DATE.
           PERFORM 1570-FIND-DEPOSIT-RATE.
           COMPUTE C-DEPOSIT = WS-DEPOSIT-RATE * WS-SIGNED-CASES * 24.
           MOVE I-POP-TYPE  TO WS-RATE-POP.
           PERFORM 1550-FIND-CASE-PRICE.
           PERFORM 1580-FIND-TAX-RATE.
           COMPUTE WS-TAXABLE = WS-CASE-PRICE * WS-SIGNED-CASES.
           COMPUTE C-TAX ROUNDED = WS-TAXABLE * WS-TAX-RATE.
           COMPUTE C-TOTAL = WS-TAXABLE + C-DEPOSIT + C-TAX.
           PERFORM 1590-FIND-CASE-COST.
           COMPUTE C-COST ROUNDED = WS-CASE-COST * WS-SIGNED-CASES.
           COMPUTE C-MARGIN = WS-TAXABLE - C-COST.
           PERFORM 2315-POST-PROFIT.

       2315-POST-PROFIT.
           ADD WS-SIGNED-CASES TO GP-POP-CASES(I-POP-TYPE).
           ADD WS-TAXABLE      TO GP-POP-SALES(I-POP-TYPE).
           ADD C-COST          TO GP-POP-COST(I-POP-TYPE).
           MOVE I-TEAM TO WS-TEAM-LETTER.
           PERFORM 9300-TEAM-TO-IDX.
           IF WS-TEAM-IDX > 0
               ADD WS-SIGNED-CASES TO GP-TEAM-CASES(WS-TEAM-IDX)
               ADD WS-TAXABLE      TO GP-TEAM-SALES(WS-TEAM-IDX)
               ADD C-COST          TO GP-TEAM-COST(WS-TEAM-IDX)
           END-IF.
           IF WS-COST-FOUND-SW = 'NO'
               ADD 1 TO GP-NOCOST-CTR
           END-IF.



           MOVE I-STATE      TO RTW-STATE.
           MOVE WS-POP-NAME  TO RTW-POP-NAME.
           MOVE I-NUM-CASES  TO RTW-CASES.
           ADD 1             TO WS-ORDER-SEQ.
           MOVE WS-RUN-NO    TO OWK-RUN-NO.
           MOVE WS-ORDER-SEQ TO OWK-SEQ-NO.
           MOVE I-DATE       TO OWK-ROUTE-DATE.
           MOVE 'O'          TO OWK-STATUS.
           MOVE 0            TO OWK-ATTEMPTS.
           MOVE 0            TO OWK-LAST-CONF-DATE.
           MOVE 0            TO OWK-CLOSE-DATE.
           MOVE I-REC        TO OWK-SALE.
           MOVE OWK-ORDER-NO TO RTW-ORDER-NO.
           WRITE RTW-REC.
           WRITE OWK-REC.

       2370-SAVE-CUSTOMER.
           MOVE I-LNAME      TO CUW-LNAME.
           MOVE I-SALE-DATE  TO CUW-SALE-DATE.
           WRITE CUW-REC.

       2380-SAVE-HISTORY.
           MOVE SPACES          TO SHW-REC.
           MOVE WS-RUN-NO       TO SHW-RUN-NO.
           IF WS-CORR-PASS-SW = 'YES'
               MOVE WS-CORR-BATCH-NO TO SHW-BATCH-NO
           ELSE
               MOVE WS-BATCH-NO TO SHW-BATCH-NO
           END-IF.
           MOVE 'S'             TO SHW-REC-TYPE.
           MOVE 0               TO SHW-REV-RUN-NO.
           MOVE I-LNAME         TO SHW-LNAME.
           MOVE I-FNAME         TO SHW-FNAME.
           MOVE I-ADDRESS       TO SHW-ADDRESS.
           MOVE I-CITY          TO SHW-CITY.
           MOVE I-STATE         TO SHW-STATE.
           MOVE I-ZIP           TO SHW-ZIP.
           MOVE I-POP-TYPE      TO SHW-POP-TYPE.
           MOVE I-NUM-CASES     TO SHW-NUM-CASES.
           MOVE I-TEAM          TO SHW-TEAM.
           MOVE I-SELLER-NO     TO SHW-SELLER-NO.
           MOVE I-TRANS-CODE    TO SHW-TRANS-CODE.
           MOVE I-SALE-DATE     TO SHW-SALE-DATE.
           MOVE WS-SIGNED-CASES TO SHW-SIGNED-CASES.
           MOVE WS-TAXABLE      TO SHW-TAXABLE.
           MOVE C-TAX           TO SHW-TAX.
           MOVE C-DEPOSIT       TO SHW-DEPOSIT.
           MOVE C-TOTAL         TO SHW-TOTAL.
           MOVE C-COST          TO SHW-COST.
           WRITE SHW-REC.

       5000-CORRECTIONS.
           MOVE 'YES' TO WS-CORR-PASS-SW.
           OPEN INPUT POPSL-CHANGES.
           IF CHG-FILE-STATUS = '00'
               PERFORM UNTIL MORE-CHGS = 'NO'
                   AND REJ-RESOLVED(REJ-IDX) = 'N'
                   MOVE 'Y'   TO REJ-RESOLVED(REJ-IDX)
                   MOVE 'YES' TO CHG-MATCH-SW
                   MOVE REJ-BATCH-NO(REJ-IDX) TO WS-CORR-BATCH-NO
                   PERFORM 5200-REPROCESS-CORRECTION
               END-IF
           END-PERFORM.
                 AFTER ADVANCING 2 LINES
                    AT EOP
                        PERFORM 9200-HEADING.
           PERFORM 3016-ONLINE-CHANGES.
           MOVE 'YES' TO WS-POST-OK-SW.
           IF WS-BATCH-OPEN-SW = 'YES'
               MOVE 'YES' TO WS-BATCH-OOB-SW
                            PERFORM 9200-HEADING
           END-IF.
           CLOSE CUSTOMER-WORK-FILE.
           CLOSE SALES-HIST-WORK.
           CLOSE ORDER-WORK-FILE.
           IF WS-POST-OK-SW = 'YES'
               PERFORM 3700-UPDATE-SEASON-TOTALS
               PERFORM 3710-SAVE-SEASON-MASTER
               PERFORM 3705-UPDATE-PROFIT-TOTALS
               PERFORM 3715-SAVE-PROFIT-MASTER
               PERFORM 3740-ROLL-SELLER-SALES
               PERFORM 3730-SAVE-SALES-HISTORY
               PERFORM 3770-UPDATE-DEP-LEDGER
               PERFORM 3775-SAVE-DEP-LEDGER
               PERFORM 3780-UPDATE-CUSTOMER-MASTER
               PERFORM 3990-GL-JOURNAL
               PERFORM 3018-CLEAR-ONLINE-CHANGES
           END-IF.
           PERFORM 3720-SEASON-REPORT.
           PERFORM 3750-SETTLEMENT-REPORT.
           PERFORM 3940-SORT-REPEAT-BUYERS.
           PERFORM 3942-REPEAT-REPORT.
           PERFORM 3993-TAX-REPORT.
           PERFORM 3994-PROFIT-REPORT.
           PERFORM 3998-DEP-LIABILITY-REPORT.
           IF WS-POST-OK-SW = 'YES'
               PERFORM 3996-UPDATE-INVENTORY
               PERFORM 3997-SAVE-INVENTORY
               PERFORM 3999-SAVE-CHECKOUT-HISTORY
               PERFORM 3988-SAVE-OPEN-ORDERS
           END-IF.
           PERFORM 3995-INVENTORY-REPORT.
           PERFORM 7100-CLEAR-CHECKPOINT.
           CLOSE POPSL-FILE.
           CLOSE SELLER-MASTER.

       3016-ONLINE-CHANGES.
           OPEN INPUT ONLINE-CHANGE-FILE.
           IF ONL-FILE-STATUS = '00'
               PERFORM UNTIL MORE-ONL-CHANGES = 'NO'
                   READ ONLINE-CHANGE-FILE
                       AT END
                           MOVE 'NO' TO MORE-ONL-CHANGES
                       NOT AT END
                           PERFORM 3017-ONLINE-CHANGE-LINE
                   END-READ
               END-PERFORM
               CLOSE ONLINE-CHANGE-FILE
           END-IF.
           MOVE WS-ONL-ADD-CTR     TO O-ONL-ADD-CTR.
           MOVE WS-ONL-CHG-CTR     TO O-ONL-CHG-CTR.
           WRITE PRTERRLINE
              FROM ONLINE-SUMMARY-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                        PERFORM 9200-HEADING.

       3017-ONLINE-CHANGE-LINE.
           IF ONL-IS-ADD
               ADD 1 TO WS-ONL-ADD-CTR
               MOVE 'ADD'    TO O-ONL-ACTION
           ELSE
               ADD 1 TO WS-ONL-CHG-CTR
               MOVE 'CHANGE' TO O-ONL-ACTION
           END-IF.
           MOVE ONL-SLM-NUMBER     TO O-ONL-SLM-NUMBER.
           MOVE ONL-OLD-LNAME      TO O-ONL-OLD-LNAME.
           MOVE ONL-OLD-TEAM       TO O-ONL-OLD-TEAM.
           MOVE ONL-NEW-LNAME      TO O-ONL-NEW-LNAME.
           MOVE ONL-NEW-FNAME      TO O-ONL-NEW-FNAME.
           MOVE ONL-NEW-TEAM       TO O-ONL-NEW-TEAM.
           MOVE ONL-USER-ID        TO O-ONL-USER-ID.
           MOVE ONL-DATE(5:2)      TO O-ONL-MM.
           MOVE ONL-DATE(7:2)      TO O-ONL-DD.
           MOVE ONL-DATE(1:4)      TO O-ONL-YYYY.
           MOVE ONL-TIME(1:2)      TO O-ONL-HH.
           MOVE ONL-TIME(3:2)      TO O-ONL-MIN.
           WRITE PRTERRLINE
              FROM ONLINE-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                        PERFORM 9200-HEADING.

       3018-CLEAR-ONLINE-CHANGES.
           OPEN OUTPUT ONLINE-CHANGE-FILE.
           CLOSE ONLINE-CHANGE-FILE.

       3900-CSV-EXTRACT.
           OPEN OUTPUT CSV-TOTALS-OUT.
           MOVE 'CATEGORY,LABEL,CASES' TO CSV-LINE.
           WRITE STD-REC.
           CLOSE SEASON-MASTER.

       3705-UPDATE-PROFIT-TOTALS.
           PERFORM VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > 6
               ADD GP-POP-CASES(SORT-J) TO ST-GP-POP-CASES(SORT-J)
               ADD GP-POP-SALES(SORT-J) TO ST-GP-POP-SALES(SORT-J)
               ADD GP-POP-COST(SORT-J)  TO ST-GP-POP-COST(SORT-J)
           END-PERFORM.
           PERFORM VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > 5
               ADD GP-TEAM-CASES(SORT-J) TO ST-GP-TEAM-CASES(SORT-J)
               ADD GP-TEAM-SALES(SORT-J) TO ST-GP-TEAM-SALES(SORT-J)
               ADD GP-TEAM-COST(SORT-J)  TO ST-GP-TEAM-COST(SORT-J)
           END-PERFORM.
           ADD GP-NOCOST-CTR TO ST-GP-NOCOST-CTR.

       3715-SAVE-PROFIT-MASTER.
           PERFORM VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > 6
               MOVE ST-GP-POP-CASES(SORT-J) TO GPM-POP-CASES(SORT-J)
               MOVE ST-GP-POP-SALES(SORT-J) TO GPM-POP-SALES(SORT-J)
               MOVE ST-GP-POP-COST(SORT-J)  TO GPM-POP-COST(SORT-J)
           END-PERFORM.
           PERFORM VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > 5
               MOVE ST-GP-TEAM-CASES(SORT-J) TO GPM-TEAM-CASES(SORT-J)
               MOVE ST-GP-TEAM-SALES(SORT-J) TO GPM-TEAM-SALES(SORT-J)
               MOVE ST-GP-TEAM-COST(SORT-J)  TO GPM-TEAM-COST(SORT-J)
           END-PERFORM.
           MOVE ST-GP-NOCOST-CTR      TO GPM-NOCOST-CTR.
           MOVE I-DATE                TO GPM-RUN-DATE.
           MOVE WS-RUN-NO             TO GPM-RUN-NO.
           OPEN OUTPUT PROFIT-MASTER.
           WRITE GPM-REC.
           CLOSE PROFIT-MASTER.

       3730-SAVE-SALES-HISTORY.
           OPEN EXTEND SALES-HISTORY-FILE.
           IF SHS-FILE-STATUS = '35'
               OPEN OUTPUT SALES-HISTORY-FILE
           END-IF.
           OPEN INPUT SALES-HIST-WORK.
           MOVE 'YES' TO MORE-SHWS.
           PERFORM UNTIL MORE-SHWS = 'NO'
               READ SALES-HIST-WORK
                   AT END
                       MOVE 'NO' TO MORE-SHWS
                   NOT AT END
                       MOVE SHW-REC TO SHS-REC
                       WRITE SHS-REC
               END-READ
           END-PERFORM.
           CLOSE SALES-HIST-WORK.
           CLOSE SALES-HISTORY-FILE.

       3740-ROLL-SELLER-SALES.
           MOVE 'YES' TO MORE-SELLERS.
           MOVE 0 TO SLM-NUMBER.
                   PERFORM 3991-JRN-STATE-LINES
               END-PERFORM
               CLOSE JOURNAL-FILE
               PERFORM 3992-SAVE-GL-HISTORY
           END-IF.

       3991-JRN-STATE-LINES.
               WRITE JRN-REC
           END-IF.

       3992-SAVE-GL-HISTORY.
           OPEN EXTEND GL-HISTORY-FILE.
           IF GLH-FILE-STATUS = '35'
               OPEN OUTPUT GL-HISTORY-FILE
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           MOVE 'YES' TO MORE-JRNS.
           PERFORM UNTIL MORE-JRNS = 'NO'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'NO' TO MORE-JRNS
                   NOT AT END
                       MOVE JRN-REC TO GLH-REC
                       WRITE GLH-REC
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           CLOSE GL-HISTORY-FILE.

       3988-SAVE-OPEN-ORDERS.
           OPEN EXTEND OPEN-ORDER-FILE.
           IF ORD-FILE-STATUS = '35'
               OPEN OUTPUT OPEN-ORDER-FILE
           END-IF.
           OPEN INPUT ORDER-WORK-FILE.
           MOVE 'YES' TO MORE-OWKS.
           PERFORM UNTIL MORE-OWKS = 'NO'
               READ ORDER-WORK-FILE
                   AT END
                       MOVE 'NO' TO MORE-OWKS
                   NOT AT END
                       MOVE OWK-REC TO ORD-REC
                       WRITE ORD-REC
               END-READ
           END-PERFORM.
           CLOSE ORDER-WORK-FILE.
           CLOSE OPEN-ORDER-FILE.

       3998-DEP-LIABILITY-REPORT.
           WRITE PRTSLLINE
              FROM DEPL-TITLE-LINE
           MOVE WS-ROUTE-ZIP-2     TO O-ROUTE-ZIP-2.
           MOVE RTS-POP-NAME       TO O-ROUTE-POP.
           MOVE RTS-CASES          TO O-ROUTE-CASES.
           MOVE RTS-ORDER-RUN      TO O-ROUTE-ORDER-RUN.
           MOVE RTS-ORDER-SEQ      TO O-ROUTE-ORDER-SEQ.
           ADD RTS-CASES           TO WS-ROUTE-CASES-ACC.
           WRITE PRTSLLINE
              FROM ROUTE-DETAIL-LINE
                           PERFORM 9470-TAX-HEADING
           END-PERFORM.

       3994-PROFIT-REPORT.
           WRITE PRTSLLINE
              FROM PROFIT-TITLE-LINE
                 AFTER ADVANCING PAGE
                    AT EOP
                       PERFORM 9475-PROFIT-HEADING.
           WRITE PRTSLLINE
              FROM PROFIT-HEADING-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9475-PROFIT-HEADING.
           IF NOT REPORT-ONLY-MODE
               MOVE PROFIT-RUN-AREA TO GPW-BLOCK
               MOVE 'THIS RUN' TO O-GP-SECTION
               PERFORM 3980-PROFIT-BLOCK
           END-IF.
           MOVE PROFIT-SEASON-AREA TO GPW-BLOCK.
           MOVE 'SEASON TO DATE' TO O-GP-SECTION.
           PERFORM 3980-PROFIT-BLOCK.

       3980-PROFIT-BLOCK.
           PERFORM 3983-PROFIT-SECTION-LINE.
           MOVE 0 TO GPW-TOT-CASES.
           MOVE 0 TO GPW-TOT-SALES.
           MOVE 0 TO GPW-TOT-COST.
           PERFORM VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > 6
               SET RECON-P-IDX TO SORT-J
               PERFORM 9320-POP-IDX-TO-NAME
               MOVE WS-POP-NAME          TO O-GP-LABEL
               MOVE GPW-POP-CASES(SORT-J) TO O-GP-CASES
               MOVE GPW-POP-SALES(SORT-J) TO O-GP-SALES
               MOVE GPW-POP-COST(SORT-J)  TO O-GP-COST
               COMPUTE WS-GP-MARGIN =
                       GPW-POP-SALES(SORT-J) - GPW-POP-COST(SORT-J)
               IF GPW-POP-SALES(SORT-J) NOT = 0
                   COMPUTE WS-GP-PCT ROUNDED =
                           WS-GP-MARGIN * 100 / GPW-POP-SALES(SORT-J)
               ELSE
                   MOVE 0 TO WS-GP-PCT
               END-IF
               ADD GPW-POP-CASES(SORT-J) TO GPW-TOT-CASES
               ADD GPW-POP-SALES(SORT-J) TO GPW-TOT-SALES
               ADD GPW-POP-COST(SORT-J)  TO GPW-TOT-COST
               PERFORM 3982-PROFIT-LINE
           END-PERFORM.
           PERFORM 3984-PROFIT-TOTAL-LINE.
           MOVE 0 TO GPW-TOT-CASES.
           MOVE 0 TO GPW-TOT-SALES.
           MOVE 0 TO GPW-TOT-COST.
           PERFORM VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > 5
               SET RECON-T-IDX TO SORT-J
               PERFORM 9310-IDX-TO-TEAM-LETTER
               MOVE WS-TEAM-LETTER        TO WS-GP-TEAM-LETTER
               MOVE WS-GP-TEAM-LABEL      TO O-GP-LABEL
               MOVE GPW-TEAM-CASES(SORT-J) TO O-GP-CASES
               MOVE GPW-TEAM-SALES(SORT-J) TO O-GP-SALES
               MOVE GPW-TEAM-COST(SORT-J)  TO O-GP-COST
               COMPUTE WS-GP-MARGIN =
                       GPW-TEAM-SALES(SORT-J) - GPW-TEAM-COST(SORT-J)
               IF GPW-TEAM-SALES(SORT-J) NOT = 0
                   COMPUTE WS-GP-PCT ROUNDED =
                           WS-GP-MARGIN * 100 / GPW-TEAM-SALES(SORT-J)
               ELSE
                   MOVE 0 TO WS-GP-PCT
               END-IF
               ADD GPW-TEAM-CASES(SORT-J) TO GPW-TOT-CASES
               ADD GPW-TEAM-SALES(SORT-J) TO GPW-TOT-SALES
               ADD GPW-TEAM-COST(SORT-J)  TO GPW-TOT-COST
               PERFORM 3982-PROFIT-LINE
           END-PERFORM.
           PERFORM 3984-PROFIT-TOTAL-LINE.
           IF GPW-NOCOST-CTR > 0
               MOVE GPW-NOCOST-CTR TO O-GP-NOCOST
               PERFORM 3981-PROFIT-NOCOST-LINE
           END-IF.

       3981-PROFIT-NOCOST-LINE.
           WRITE PRTSLLINE
              FROM PROFIT-NOCOST-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9475-PROFIT-HEADING.

       3982-PROFIT-LINE.
           MOVE WS-GP-MARGIN TO O-GP-MARGIN.
           MOVE WS-GP-PCT    TO O-GP-PCT.
           WRITE PRTSLLINE
              FROM PROFIT-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9475-PROFIT-HEADING.

       3983-PROFIT-SECTION-LINE.
           WRITE PRTSLLINE
              FROM PROFIT-SECTION-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9475-PROFIT-HEADING.

       3984-PROFIT-TOTAL-LINE.
           MOVE 'TOTAL'       TO O-GP-LABEL.
           MOVE GPW-TOT-CASES TO O-GP-CASES.
           MOVE GPW-TOT-SALES TO O-GP-SALES.
           MOVE GPW-TOT-COST  TO O-GP-COST.
           COMPUTE WS-GP-MARGIN = GPW-TOT-SALES - GPW-TOT-COST.
           IF GPW-TOT-SALES NOT = 0
               COMPUTE WS-GP-PCT ROUNDED =
                       WS-GP-MARGIN * 100 / GPW-TOT-SALES
           ELSE
               MOVE 0 TO WS-GP-PCT
           END-IF.
           MOVE WS-GP-MARGIN TO O-GP-MARGIN.
           MOVE WS-GP-PCT    TO O-GP-PCT.
           WRITE PRTSLLINE
              FROM PROFIT-DETAIL-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9475-PROFIT-HEADING.

       3996-UPDATE-INVENTORY.
           PERFORM VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > 6
           END-PERFORM.
           CLOSE INVENTORY-FILE.

       3999-SAVE-CHECKOUT-HISTORY.
           OPEN EXTEND CHECKOUT-HISTORY-FILE.
           IF CKH-FILE-STATUS = '35'
               OPEN OUTPUT CHECKOUT-HISTORY-FILE
           END-IF.
           PERFORM VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > 6
               PERFORM VARYING RECON-T-IDX FROM 1 BY 1
                   UNTIL RECON-T-IDX > 5
                   IF RECON-CHECKOUT-QTY(RECON-T-IDX, SORT-J) > 0
                       PERFORM 9310-IDX-TO-TEAM-LETTER
                       MOVE WS-RUN-NO      TO CKH-RUN-NO
                       MOVE WS-TEAM-LETTER TO CKH-TEAM
                       MOVE SORT-J         TO CKH-POP-TYPE
                       MOVE RECON-CHECKOUT-QTY(RECON-T-IDX, SORT-J)
                           TO CKH-CASES
                       WRITE CKH-REC
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE CHECKOUT-HISTORY-FILE.

       3995-INVENTORY-REPORT.
           WRITE PRTSLLINE
              FROM INV-TITLE-LINE
           PERFORM 1620-LOAD-INVENTORY.
           PERFORM 1628-DEFAULT-BINS.
           PERFORM 1800-LOAD-SEASON-MASTER.
           PERFORM 1860-LOAD-PROFIT-MASTER.
           PERFORM 1820-LOAD-DEP-LEDGER.
           PERFORM 1900-OPEN-SELLER-MASTER.
           PERFORM 6100-LOAD-SEASON-SNAPSHOT.
           PERFORM 3970-BALANCE-REPORT.
           PERFORM 3985-PRIZE-REPORT.
           PERFORM 3993-TAX-REPORT.
           PERFORM 3994-PROFIT-REPORT.
           PERFORM 3998-DEP-LIABILITY-REPORT.
           PERFORM 3995-INVENTORY-REPORT.
           CLOSE SELLER-MASTER.
               UNTIL SORT-I > REJ-CTR
               MOVE REJ-SELLER-NO(SORT-I)
                                         TO CKPT-REJ-SELLER-NO(SORT-I)
               MOVE REJ-BATCH-NO(SORT-I) TO CKPT-REJ-BATCH-NO(SORT-I)
               MOVE REJ-LNAME(SORT-I)    TO CKPT-REJ-LNAME(SORT-I)
               MOVE REJ-FNAME(SORT-I)    TO CKPT-REJ-FNAME(SORT-I)
               MOVE REJ-TEAM(SORT-I)     TO CKPT-REJ-TEAM(SORT-I)
              FROM TAX-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9475-PROFIT-HEADING.
           WRITE PRTSLLINE
              FROM PROFIT-TITLE-LINE
                 AFTER ADVANCING PAGE.
           WRITE PRTSLLINE
              FROM PROFIT-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9520-RPT-HEADING.
           WRITE PRTSLLINE
              FROM RPT-TITLE-LINE
