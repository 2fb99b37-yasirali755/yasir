       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CBLYAL14.
       AUTHOR.                 yasir ali.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      * THIS PROGRAM compares this season with one or more prior      *
      * seasons for the planning meeting. this season comes from the  *
      * live season, profit, seller and inventory masters, or from a  *
      * close-out archive named on the THISARC parm once the season   *
      * has been closed. each prior season comes from a close-out     *
      * archive named on a PRIORARC parm (up to three). the report    *
      * shows cases and sales by pop type and by team against each    *
      * prior season with the dollar and percent change, seller       *
      * retention against the most recent prior season matched on     *
      * seller number (returning, new and lost sellers), and the      *
      * inventory turnover of each flavor.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
                 ASSIGN TO "CBLPOPPRM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRM-FILE-STATUS.

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

           SELECT INVENTORY-FILE
                 ASSIGN TO INV-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INV-FILE-STATUS.

           SELECT ARCHIVE-FILE
                 ASSIGN TO ARC-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ARC-FILE-STATUS.

           SELECT PRTCMPOUT
                 ASSIGN TO PRTCMP-PATH
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

       FD  SEASON-MASTER
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 332 CHARACTERS
             DATA RECORD IS STD-REC.

       01  STD-REC                       PIC X(332).

       FD  PROFIT-MASTER
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 293 CHARACTERS
             DATA RECORD IS GPM-REC.

       01  GPM-REC                       PIC X(293).

       FD  SELLER-MASTER
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 72 CHARACTERS
             DATA RECORD IS SLM-REC.

       01  SLM-REC.
             05  SLM-NUMBER              PIC 9(5).
             05  FILLER                  PIC X(67).

       FD  INVENTORY-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 35 CHARACTERS
             DATA RECORD IS INV-REC.

       01  INV-REC                       PIC X(35).

       FD  ARCHIVE-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 335 CHARACTERS
             DATA RECORD IS ARC-REC.

       01  ARC-REC.
             05  ARC-TYPE                PIC X(3).
             05  ARC-DATA                PIC X(332).

       FD  PRTCMPOUT
             LABEL RECORD IS OMITTED
             RECORD CONTAINS 132 CHARACTERS
             DATA RECORD IS PRTCMPLINE
             LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTCMPLINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-PATH-AREA.
           05 STD-PATH        PIC X(80) VALUE 'CBLPOPSTD.DAT'.
           05 GPM-PATH        PIC X(80) VALUE 'CBLPOPGPM.DAT'.
           05 SLM-PATH        PIC X(80) VALUE 'CBLPOPSLM.DAT'.
           05 INV-PATH        PIC X(80) VALUE 'CBLPOPINV.DAT'.
           05 ARC-PATH        PIC X(80) VALUE SPACES.
           05 PRTCMP-PATH     PIC X(80) VALUE 'CBLPOPCMP.PRT'.

       01  PARM-AREA.
           05 PRM-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-PARMS               PIC XXX           VALUE 'YES'.
           05 W-DATA-PATH              PIC X(64)         VALUE SPACES.
           05 W-PATH-FILE              PIC X(80)         VALUE SPACES.
           05 W-PATH-BUILT             PIC X(80)         VALUE SPACES.
           05 W-THIS-ARC               PIC X(64)         VALUE SPACES.
           05 W-PRIOR-PARM-CTR         PIC 9             VALUE ZERO.
           05 W-PRIOR-ARC OCCURS 3 TIMES
                                       PIC X(64).

        01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YEAR               PIC 9(4).
               10 I-MONTH              PIC 99.
               10 I-DAY                PIC 99.
           05 I-TIME                   PIC X(11).

       01  W-STD-REC.
           05 W-STD-CTR OCCURS 6 TIMES PIC S9(7)V99.
           05 W-STD-TEAM OCCURS 5 TIMES
                                       PIC S9(7)V99.
           05 W-STD-ERROR-CTR          PIC 9(4).
           05 W-STD-DEPOSIT-TOT        PIC S9(7)V99.
           05 W-STD-RUN-DATE           PIC 9(8).
           05 W-STD-RUN-NO             PIC 9(5).
           05 FILLER                   PIC X(207).

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

       01  W-SLM-REC.
           05 W-SLM-NUMBER             PIC 9(5).
           05 W-SLM-LNAME              PIC X(15).
           05 W-SLM-FNAME              PIC X(15).
           05 W-SLM-TEAM               PIC X.
           05 W-SLM-SALES-TD           PIC S9(7)V99.
           05 W-SLM-PAID-TD            PIC S9(7)V99.
           05 W-SLM-RUN-TOTAL          PIC S9(7)V99.
           05 W-SLM-RUN-PAID           PIC S9(7)V99.

       01  W-INV-REC.
           05 W-INV-POP-TYPE           PIC 99.
           05 W-INV-RECEIVED-TD        PIC 9(6).
           05 W-INV-CHECKED-OUT-TD     PIC 9(6).
           05 W-INV-RETURNED-TD        PIC 9(6).
           05 W-INV-ON-HAND            PIC S9(6).
           05 W-INV-REORDER-PT         PIC 9(5).
           05 W-INV-BIN-LOC            PIC X(4).

       01  WORK-AREA.
           05 CPCTR                    PIC 99            VALUE ZERO.
           05 STD-FILE-STATUS          PIC XX            VALUE '00'.
           05 GPM-FILE-STATUS          PIC XX            VALUE '00'.
           05 SLM-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-SELLERS             PIC XXX           VALUE 'YES'.
           05 INV-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-INVS                PIC XXX           VALUE 'YES'.
           05 ARC-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-ARCS                PIC XXX           VALUE 'YES'.
           05 W-CMP-OK-SW              PIC XXX           VALUE 'YES'.
           05 W-SLOT                   PIC 9             VALUE ZERO.
           05 W-PRIOR                  PIC 9             VALUE ZERO.
           05 W-PRIOR-CTR              PIC 9             VALUE ZERO.
           05 W-ORD-SUB                PIC 9             VALUE ZERO.
           05 W-ORD-SUB2               PIC 9             VALUE ZERO.
           05 W-ORD-HOLD               PIC 9             VALUE ZERO.
           05 W-LAST                   PIC 9             VALUE ZERO.
           05 W-SUB                    PIC 99            VALUE ZERO.
           05 W-POP-SUB                PIC 99            VALUE ZERO.
           05 W-TEAM-SUB               PIC 9             VALUE ZERO.
           05 W-TEAM-LETTER            PIC X             VALUE SPACE.
           05 W-SLR-IDX1               PIC 9(4)          VALUE ZERO.
           05 W-SLR-IDX2               PIC 9(4)          VALUE ZERO.
           05 W-SLR-FULL-CTR           PIC 9(4)          VALUE ZERO.
           05 W-MATCH-PASS             PIC X             VALUE SPACE.
           05 W-MATCH-KIND             PIC X             VALUE SPACE.
           05 W-RET-CTR                PIC 9(4)          VALUE ZERO.
           05 W-NEW-CTR                PIC 9(4)          VALUE ZERO.
           05 W-LOST-CTR               PIC 9(4)          VALUE ZERO.
           05 W-RET-THIS               PIC S9(9)V99      VALUE ZERO.
           05 W-RET-LAST               PIC S9(9)V99      VALUE ZERO.
           05 W-NEW-THIS               PIC S9(9)V99      VALUE ZERO.
           05 W-LOST-LAST              PIC S9(9)V99      VALUE ZERO.
           05 W-CUR-AMT                PIC S9(9)V99      VALUE ZERO.
           05 W-PRI-AMT                PIC S9(9)V99      VALUE ZERO.
           05 W-CHG-AMT                PIC S9(9)V99      VALUE ZERO.
           05 W-PCT                    PIC S9(4)V9       VALUE ZERO.
           05 W-PCT-SW                 PIC X             VALUE 'N'.
           05 W-TOT-CASES              PIC S9(9)V99      VALUE ZERO.
           05 W-TOT-SALES              PIC S9(9)V99      VALUE ZERO.
           05 W-OPENING                PIC S9(7)         VALUE ZERO.
           05 W-NET-OUT                PIC S9(7)         VALUE ZERO.
           05 W-AVG-INV                PIC S9(7)V9       VALUE ZERO.
           05 W-TURNS                  PIC S9(3)V99      VALUE ZERO.
           05 W-TURNS-SW               PIC X             VALUE 'N'.
           05 W-CUR-TURNS              PIC S9(3)V99      VALUE ZERO.
           05 W-CUR-TURNS-SW           PIC X             VALUE 'N'.
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
           05 W-TEAM-LABEL.
               10 FILLER               PIC X(5)          VALUE 'TEAM '.
               10 W-TEAM-LABEL-LETTER  PIC X             VALUE SPACE.
           05 W-SEASON-LABEL.
               10 FILLER               PIC X(7)          VALUE
                                                         'SEASON '.
               10 W-SEASON-LABEL-YEAR  PIC 9(4)          VALUE ZERO.

       01  ORDER-AREA.
           05 W-ORD OCCURS 3 TIMES     PIC 9.

      *****************************************************************
      * ONE SLOT PER SEASON - SLOT 1 IS THIS SEASON, 2 THRU 4 PRIOR   *
      *****************************************************************
       01  SEASON-TABLE-AREA.
           05 SN-SLOT OCCURS 4 TIMES.
               10 SN-LOADED-SW         PIC X.
               10 SN-STD-SW            PIC X.
               10 SN-GPM-SW            PIC X.
               10 SN-RUN-DATE          PIC 9(8).
               10 SN-LABEL             PIC X(12).
               10 SN-SOURCE            PIC X(64).
               10 SN-POP OCCURS 6 TIMES.
                   15 SN-POP-CASES     PIC S9(8)V99.
                   15 SN-POP-SALES     PIC S9(8)V99.
               10 SN-TEAM OCCURS 5 TIMES.
                   15 SN-TEAM-SALES    PIC S9(8)V99.
                   15 SN-TEAM-CASES    PIC S9(8).
               10 SN-INV OCCURS 6 TIMES.
                   15 SN-INV-SW        PIC X.
                   15 SN-INV-RCVD      PIC 9(6).
                   15 SN-INV-OUT       PIC 9(6).
                   15 SN-INV-RTN       PIC 9(6).
                   15 SN-INV-ONHAND    PIC S9(6).
               10 SN-SLR-CTR           PIC 9(4).
               10 SN-SLR OCCURS 999 TIMES.
                   15 SN-SLR-NO        PIC 9(5).
                   15 SN-SLR-LNAME     PIC X(15).
                   15 SN-SLR-FNAME     PIC X(15).
                   15 SN-SLR-TEAM      PIC X.
                   15 SN-SLR-SALES     PIC S9(7)V99.

       01 CMP-TITLE-LINE.
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

       01 CMP-TITLE-LINE1.
           05 FILLER                  PIC X(51)           VALUE SPACES.
           05 FILLER                  PIC X(29)           VALUE
                                   'SEASON OVER SEASON COMPARISON'.
           05 FILLER                  PIC X(52)           VALUE SPACES.

       01 CMP-TITLE-LINE2.
           05 FILLER                  PIC X(8)            VALUE
                                       'COBYAL14'.
           05 FILLER                  PIC X(124)          VALUE SPACES.

       01 CMP-REFUSE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(24)           VALUE
                                     'COMPARISON RUN REFUSED -'.
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-REFUSE-REASON         PIC X(50).
           05 FILLER                  PIC X(54)           VALUE SPACES.

       01 CMP-SECTION-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-CMP-SECTION           PIC X(60).
           05 FILLER                  PIC X(69)           VALUE SPACES.

       01 SEASON-LIST-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-SN-LABEL              PIC X(12).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-SN-SOURCE             PIC X(50).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'LAST RUN: '.
           05 O-SN-DATE               PIC X(10).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-SN-NOTE               PIC X(40).
           05 FILLER                  PIC X(1)            VALUE SPACES.

       01 CMP-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-CMP-HDG-LABEL         PIC X(16).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(12)           VALUE
                                                 'SEASON      '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     '   CASES'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                                '          SALES'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     'CASE CHG'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      ' CASE %'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                                '   SALES CHANGE'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'SALES %'.
           05 FILLER                  PIC X(25)           VALUE SPACES.

       01 CMP-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-CMP-LABEL             PIC X(16).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-CMP-SEASON            PIC X(12).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-CMP-CASES-AREA.
               10 O-CMP-CASES         PIC ZZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-CMP-SALES-AREA.
               10 O-CMP-SALES         PIC $$$,$$$,$$9.99-.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-CMP-CASE-CHG-AREA.
               10 O-CMP-CASE-CHG      PIC ZZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-CMP-CASE-PCT-AREA.
               10 O-CMP-CASE-PCT      PIC ZZZ9.9-.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-CMP-SALES-CHG-AREA.
               10 O-CMP-SALES-CHG     PIC $$$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-CMP-SALES-PCT-AREA.
               10 O-CMP-SALES-PCT     PIC ZZZ9.9-.
           05 FILLER                  PIC X(25)           VALUE SPACES.

       01 SLR-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE
                                                        'SELLR'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                                'LAST NAME      '.
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                                'FIRST NAME     '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'TEAM'.
           05 FILLER                  PIC X(15)           VALUE
                                                '      THIS YEAR'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                                '      LAST YEAR'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                                '         CHANGE'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      '   PCT '.
           05 FILLER                  PIC X(27)           VALUE SPACES.

       01 SLR-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-SLR-NO                PIC ZZZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-SLR-LNAME             PIC X(15).
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 O-SLR-FNAME             PIC X(15).
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-SLR-TEAM              PIC X.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-SLR-THIS-AREA.
               10 O-SLR-THIS          PIC $$$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-SLR-LAST-AREA.
               10 O-SLR-LAST          PIC $$$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-SLR-CHG-AREA.
               10 O-SLR-CHG           PIC $$$,$$$,$$9.99-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-SLR-PCT-AREA.
               10 O-SLR-PCT           PIC ZZZ9.9-.
           05 FILLER                  PIC X(27)           VALUE SPACES.

       01 INV-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE
                                               'POP TYPE        '.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'RECEIVD'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     ' NET OUT'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     ' OPENING'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(8)            VALUE
                                                     ' ON HAND'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       ' TURNS'.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'PRIOR '.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      ' CHANGE'.
           05 FILLER                  PIC X(45)           VALUE SPACES.

       01 INV-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-INV-POP               PIC X(16).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-INV-RCVD              PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-INV-NET               PIC ZZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-INV-OPEN              PIC ZZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-INV-ONHAND            PIC ZZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-INV-TURNS-AREA.
               10 O-INV-TURNS         PIC ZZ9.99.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-INV-PRIOR-AREA.
               10 O-INV-PRIOR         PIC ZZ9.99.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-INV-CHG-AREA.
               10 O-INV-CHG           PIC ZZ9.99-.
           05 FILLER                  PIC X(45)           VALUE SPACES.

       01 CMP-CTR-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-CMP-CTR-LABEL         PIC X(40).
           05 O-CMP-CTR-COUNT         PIC Z,ZZ9.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 O-CMP-CTR-AMT-AREA.
               10 O-CMP-CTR-AMT       PIC $$$,$$$,$$9.99-.
           05 FILLER                  PIC X(64)           VALUE SPACES.

       01 RETENTION-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(40)           VALUE
                         'RETENTION RATE - PCT OF LAST SEASON     '.
           05 O-RET-PCT-AREA.
               10 O-RET-PCT           PIC ZZZ9.9-.
           05 FILLER                  PIC X(82)           VALUE SPACES.

       01 CMP-MSG-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-CMP-MSG               PIC X(80).
           05 FILLER                  PIC X(49)           VALUE SPACES.

       PROCEDURE DIVISION.
       0000-COBYAL14.
           PERFORM 1000-INIT.
           PERFORM 2000-LOAD-SEASONS.
           PERFORM 3000-VERIFY.
           IF W-CMP-OK-SW = 'YES'
               PERFORM 4000-SEASON-LIST
               PERFORM 5000-POP-SECTION
               PERFORM 5500-TEAM-SECTION
               PERFORM 6000-RETENTION-SECTION
               PERFORM 7000-INVENTORY-SECTION
           END-IF.
           CLOSE PRTCMPOUT.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MONTH        TO O-MONTH.
           MOVE I-DAY          TO O-DAY.
           MOVE I-YEAR         TO O-YEAR.
           PERFORM 1300-READ-PARM-FILE.
           PERFORM 1350-BUILD-PATHS.
           OPEN OUTPUT PRTCMPOUT.
           PERFORM 9100-HEADING.
           PERFORM VARYING W-SLOT FROM 1 BY 1
               UNTIL W-SLOT > 4
               PERFORM 1100-CLEAR-SLOT
           END-PERFORM.

       1100-CLEAR-SLOT.
           MOVE 'N'    TO SN-LOADED-SW(W-SLOT).
           MOVE 'N'    TO SN-STD-SW(W-SLOT).
           MOVE 'N'    TO SN-GPM-SW(W-SLOT).
           MOVE 0      TO SN-RUN-DATE(W-SLOT).
           MOVE SPACES TO SN-LABEL(W-SLOT).
           MOVE SPACES TO SN-SOURCE(W-SLOT).
           MOVE 0      TO SN-SLR-CTR(W-SLOT).
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 6
               MOVE 0   TO SN-POP-CASES(W-SLOT, W-SUB)
               MOVE 0   TO SN-POP-SALES(W-SLOT, W-SUB)
               MOVE 'N' TO SN-INV-SW(W-SLOT, W-SUB)
               MOVE 0   TO SN-INV-RCVD(W-SLOT, W-SUB)
               MOVE 0   TO SN-INV-OUT(W-SLOT, W-SUB)
               MOVE 0   TO SN-INV-RTN(W-SLOT, W-SUB)
               MOVE 0   TO SN-INV-ONHAND(W-SLOT, W-SUB)
           END-PERFORM.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 5
               MOVE 0 TO SN-TEAM-SALES(W-SLOT, W-SUB)
               MOVE 0 TO SN-TEAM-CASES(W-SLOT, W-SUB)
           END-PERFORM.

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
               WHEN 'THISARC'
                   MOVE PRM-VALUE TO W-THIS-ARC
               WHEN 'PRIORARC'
                   IF W-PRIOR-PARM-CTR < 3
                       ADD 1 TO W-PRIOR-PARM-CTR
                       MOVE PRM-VALUE
                           TO W-PRIOR-ARC(W-PRIOR-PARM-CTR)
                   END-IF
           END-EVALUATE.

       1350-BUILD-PATHS.
           IF W-DATA-PATH NOT = SPACES
               MOVE STD-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO STD-PATH
               MOVE GPM-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO GPM-PATH
               MOVE SLM-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO SLM-PATH
               MOVE INV-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO INV-PATH
               MOVE PRTCMP-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO PRTCMP-PATH
           END-IF.

       1360-PREFIX-PATH.
           MOVE SPACES TO W-PATH-BUILT.
           STRING FUNCTION TRIM(W-DATA-PATH)  DELIMITED BY SIZE
                  FUNCTION TRIM(W-PATH-FILE)  DELIMITED BY SIZE
               INTO W-PATH-BUILT.

      *****************************************************************
      * LOAD THIS SEASON AND EACH PRIOR SEASON INTO ITS SLOT          *
      *****************************************************************
       2000-LOAD-SEASONS.
           MOVE 1 TO W-SLOT.
           IF W-THIS-ARC = SPACES
               MOVE 'SEASON, PROFIT, SELLER AND INVENTORY MASTERS'
                   TO SN-SOURCE(1)
               PERFORM 2100-LOAD-CURRENT
           ELSE
               MOVE W-THIS-ARC TO W-PATH-FILE
               PERFORM 2200-LOAD-ARCHIVE
           END-IF.
           MOVE 'THIS SEASON' TO SN-LABEL(1).
           PERFORM VARYING W-PRIOR FROM 1 BY 1
               UNTIL W-PRIOR > W-PRIOR-PARM-CTR
               COMPUTE W-SLOT = W-PRIOR + 1
               MOVE W-PRIOR-ARC(W-PRIOR) TO W-PATH-FILE
               PERFORM 2200-LOAD-ARCHIVE
               IF SN-LOADED-SW(W-SLOT) = 'Y'
                   ADD 1 TO W-PRIOR-CTR
                   MOVE W-SLOT TO W-ORD(W-PRIOR-CTR)
                   MOVE SN-RUN-DATE(W-SLOT)(1:4)
                       TO W-SEASON-LABEL-YEAR
                   MOVE W-SEASON-LABEL TO SN-LABEL(W-SLOT)
               END-IF
           END-PERFORM.
           PERFORM 2300-ORDER-PRIORS.
           IF W-PRIOR-CTR > 0
               MOVE W-ORD(1) TO W-LAST
           END-IF.

       2100-LOAD-CURRENT.
           OPEN INPUT SEASON-MASTER.
           IF STD-FILE-STATUS = '00'
               READ SEASON-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE STD-REC TO W-STD-REC
                       PERFORM 2150-POST-STD
               END-READ
               CLOSE SEASON-MASTER
           END-IF.
           OPEN INPUT PROFIT-MASTER.
           IF GPM-FILE-STATUS = '00'
               READ PROFIT-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GPM-REC TO W-GPM-REC
                       PERFORM 2160-POST-GPM
               END-READ
               CLOSE PROFIT-MASTER
           END-IF.
           PERFORM 2110-LOAD-CURRENT-SELLERS.
           OPEN INPUT INVENTORY-FILE.
           IF INV-FILE-STATUS = '00'
               PERFORM UNTIL MORE-INVS = 'NO'
                   READ INVENTORY-FILE
                       AT END
                           MOVE 'NO' TO MORE-INVS
                       NOT AT END
                           MOVE INV-REC TO W-INV-REC
                           PERFORM 2180-POST-INV
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-FILE
           END-IF.
           MOVE SN-STD-SW(1) TO SN-LOADED-SW(1).

       2110-LOAD-CURRENT-SELLERS.
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
                       MOVE SLM-REC TO W-SLM-REC
                       PERFORM 2170-POST-SELLER
               END-READ
           END-PERFORM.
           IF SLM-FILE-STATUS = '00' OR SLM-FILE-STATUS = '10'
               CLOSE SELLER-MASTER.

       2150-POST-STD.
           MOVE 'Y' TO SN-STD-SW(W-SLOT).
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 6
               IF W-STD-CTR(W-SUB) NUMERIC
                   MOVE W-STD-CTR(W-SUB) TO SN-POP-CASES(W-SLOT, W-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 5
               IF W-STD-TEAM(W-SUB) NUMERIC
                   MOVE W-STD-TEAM(W-SUB)
                       TO SN-TEAM-SALES(W-SLOT, W-SUB)
               END-IF
           END-PERFORM.
           IF W-STD-RUN-DATE NUMERIC
               MOVE W-STD-RUN-DATE TO SN-RUN-DATE(W-SLOT)
           END-IF.

       2160-POST-GPM.
           MOVE 'Y' TO SN-GPM-SW(W-SLOT).
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 6
               IF W-GPM-POP-SALES(W-SUB) NUMERIC
                   MOVE W-GPM-POP-SALES(W-SUB)
                       TO SN-POP-SALES(W-SLOT, W-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 5
               IF W-GPM-TEAM-CASES(W-SUB) NUMERIC
                   MOVE W-GPM-TEAM-CASES(W-SUB)
                       TO SN-TEAM-CASES(W-SLOT, W-SUB)
               END-IF
           END-PERFORM.

       2170-POST-SELLER.
           IF SN-SLR-CTR(W-SLOT) < 999
               ADD 1 TO SN-SLR-CTR(W-SLOT)
               MOVE SN-SLR-CTR(W-SLOT) TO W-SLR-IDX1
               MOVE W-SLM-NUMBER TO SN-SLR-NO(W-SLOT, W-SLR-IDX1)
               MOVE W-SLM-LNAME  TO SN-SLR-LNAME(W-SLOT, W-SLR-IDX1)
               MOVE W-SLM-FNAME  TO SN-SLR-FNAME(W-SLOT, W-SLR-IDX1)
               MOVE W-SLM-TEAM   TO SN-SLR-TEAM(W-SLOT, W-SLR-IDX1)
               IF W-SLM-SALES-TD NUMERIC
                   MOVE W-SLM-SALES-TD
                       TO SN-SLR-SALES(W-SLOT, W-SLR-IDX1)
               ELSE
                   MOVE 0 TO SN-SLR-SALES(W-SLOT, W-SLR-IDX1)
               END-IF
           ELSE
               ADD 1 TO W-SLR-FULL-CTR
           END-IF.

       2180-POST-INV.
           IF W-INV-POP-TYPE NUMERIC
               AND W-INV-POP-TYPE > 0
               AND W-INV-POP-TYPE < 7
               MOVE W-INV-POP-TYPE TO W-SUB
               MOVE 'Y' TO SN-INV-SW(W-SLOT, W-SUB)
               IF W-INV-RECEIVED-TD NUMERIC
                   MOVE W-INV-RECEIVED-TD TO SN-INV-RCVD(W-SLOT, W-SUB)
               END-IF
               IF W-INV-CHECKED-OUT-TD NUMERIC
                   MOVE W-INV-CHECKED-OUT-TD
                       TO SN-INV-OUT(W-SLOT, W-SUB)
               END-IF
               IF W-INV-RETURNED-TD NUMERIC
                   MOVE W-INV-RETURNED-TD TO SN-INV-RTN(W-SLOT, W-SUB)
               END-IF
               IF W-INV-ON-HAND NUMERIC
                   MOVE W-INV-ON-HAND TO SN-INV-ONHAND(W-SLOT, W-SUB)
               END-IF
           END-IF.

       2200-LOAD-ARCHIVE.
           IF W-DATA-PATH NOT = SPACES
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO ARC-PATH
           ELSE
               MOVE W-PATH-FILE TO ARC-PATH
           END-IF.
           MOVE W-PATH-FILE TO SN-SOURCE(W-SLOT).
           MOVE 'YES' TO MORE-ARCS.
           OPEN INPUT ARCHIVE-FILE.
           IF ARC-FILE-STATUS = '00'
               PERFORM UNTIL MORE-ARCS = 'NO'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'NO' TO MORE-ARCS
                       NOT AT END
                           PERFORM 2210-ARCHIVE-REC
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE SN-STD-SW(W-SLOT) TO SN-LOADED-SW(W-SLOT)
           END-IF.

       2210-ARCHIVE-REC.
           EVALUATE ARC-TYPE
               WHEN 'STD'
                   MOVE ARC-DATA TO W-STD-REC
                   PERFORM 2150-POST-STD
               WHEN 'GPM'
                   MOVE ARC-DATA(1:293) TO W-GPM-REC
                   PERFORM 2160-POST-GPM
               WHEN 'SLM'
                   MOVE ARC-DATA(1:72) TO W-SLM-REC
                   PERFORM 2170-POST-SELLER
               WHEN 'INV'
                   MOVE ARC-DATA(1:35) TO W-INV-REC
                   PERFORM 2180-POST-INV
           END-EVALUATE.

       2300-ORDER-PRIORS.
           PERFORM VARYING W-ORD-SUB FROM 1 BY 1
               UNTIL W-ORD-SUB NOT < W-PRIOR-CTR
               PERFORM VARYING W-ORD-SUB2 FROM 1 BY 1
                   UNTIL W-ORD-SUB2 > W-PRIOR-CTR - W-ORD-SUB
                   IF SN-RUN-DATE(W-ORD(W-ORD-SUB2)) <
                      SN-RUN-DATE(W-ORD(W-ORD-SUB2 + 1))
                       MOVE W-ORD(W-ORD-SUB2)     TO W-ORD-HOLD
                       MOVE W-ORD(W-ORD-SUB2 + 1) TO W-ORD(W-ORD-SUB2)
                       MOVE W-ORD-HOLD TO W-ORD(W-ORD-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-VERIFY.
           IF SN-LOADED-SW(1) NOT = 'Y'
               IF W-THIS-ARC = SPACES
                   MOVE 'NO SEASON MASTER FOR THIS SEASON'
                       TO O-REFUSE-REASON
               ELSE
                   MOVE 'THISARC ARCHIVE NOT FOUND OR HAS NO STD RECORD'
                       TO O-REFUSE-REASON
               END-IF
               PERFORM 3050-REFUSE
           END-IF.
           IF W-CMP-OK-SW = 'YES'
               AND W-PRIOR-CTR = 0
               MOVE 'NO PRIOR SEASON ARCHIVE COULD BE READ'
                   TO O-REFUSE-REASON
               PERFORM 3050-REFUSE
           END-IF.

       3050-REFUSE.
           MOVE 'NO' TO W-CMP-OK-SW.
           WRITE PRTCMPLINE
              FROM CMP-REFUSE-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

      *****************************************************************
      * SEASONS COMPARED                                              *
      *****************************************************************
       4000-SEASON-LIST.
           MOVE 'SEASONS COMPARED' TO O-CMP-SECTION.
           PERFORM 9110-SECTION-LINE.
           MOVE 1 TO W-SLOT.
           PERFORM 4100-SEASON-LIST-LINE.
           PERFORM VARYING W-PRIOR FROM 1 BY 1
               UNTIL W-PRIOR > W-PRIOR-PARM-CTR
               COMPUTE W-SLOT = W-PRIOR + 1
               PERFORM 4100-SEASON-LIST-LINE
           END-PERFORM.
           IF W-SLR-FULL-CTR > 0
               MOVE 'SELLER TABLE FULL - SELLERS PAST 999 NOT COMPARED'
                   TO O-CMP-MSG
               PERFORM 9150-MSG-LINE
           END-IF.

       4100-SEASON-LIST-LINE.
           IF SN-LOADED-SW(W-SLOT) = 'Y'
               MOVE SN-LABEL(W-SLOT) TO O-SN-LABEL
               MOVE SN-RUN-DATE(W-SLOT) TO W-DATE-EDIT
               PERFORM 9400-FORMAT-DATE
               MOVE W-DATE-OUT TO O-SN-DATE
               IF SN-GPM-SW(W-SLOT) = 'Y'
                   MOVE SPACES TO O-SN-NOTE
               ELSE
                   MOVE 'NO PROFIT RECORD - POP $/TEAM CASES N/A'
                       TO O-SN-NOTE
               END-IF
           ELSE
               MOVE 'NOT USED'   TO O-SN-LABEL
               MOVE SPACES       TO O-SN-DATE
               MOVE 'ARCHIVE NOT FOUND OR HAS NO STD RECORD'
                   TO O-SN-NOTE
           END-IF.
           MOVE SN-SOURCE(W-SLOT) TO O-SN-SOURCE.
           WRITE PRTCMPLINE
              FROM SEASON-LIST-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

      *****************************************************************
      * CASES AND SALES BY POP TYPE                                   *
      *****************************************************************
       5000-POP-SECTION.
           MOVE 'CASES AND SALES BY POP TYPE - SALES AT CASE PRICE'
               TO O-CMP-SECTION.
           MOVE 'POP TYPE'   TO O-CMP-HDG-LABEL.
           PERFORM 9120-CMP-HEADING.
           PERFORM VARYING W-POP-SUB FROM 1 BY 1
               UNTIL W-POP-SUB > 6
               PERFORM 9320-POP-NAME
               MOVE 1 TO W-SLOT
               PERFORM 5100-POP-LINE
               MOVE SPACES TO O-CMP-LABEL
               PERFORM VARYING W-ORD-SUB FROM 1 BY 1
                   UNTIL W-ORD-SUB > W-PRIOR-CTR
                   MOVE W-ORD(W-ORD-SUB) TO W-SLOT
                   PERFORM 5100-POP-LINE
               END-PERFORM
           END-PERFORM.
           MOVE 'TOTAL' TO O-CMP-LABEL.
           MOVE 1 TO W-SLOT.
           PERFORM 5150-POP-TOTAL-LINE.
           MOVE SPACES TO O-CMP-LABEL.
           PERFORM VARYING W-ORD-SUB FROM 1 BY 1
               UNTIL W-ORD-SUB > W-PRIOR-CTR
               MOVE W-ORD(W-ORD-SUB) TO W-SLOT
               PERFORM 5150-POP-TOTAL-LINE
           END-PERFORM.

       5100-POP-LINE.
           MOVE SN-LABEL(W-SLOT) TO O-CMP-SEASON.
           MOVE SN-POP-CASES(W-SLOT, W-POP-SUB) TO O-CMP-CASES.
           IF SN-GPM-SW(W-SLOT) = 'Y'
               MOVE SN-POP-SALES(W-SLOT, W-POP-SUB) TO O-CMP-SALES
           ELSE
               MOVE '           N/A ' TO O-CMP-SALES-AREA
           END-IF.
           MOVE SPACES TO O-CMP-CASE-CHG-AREA.
           MOVE SPACES TO O-CMP-CASE-PCT-AREA.
           MOVE SPACES TO O-CMP-SALES-CHG-AREA.
           MOVE SPACES TO O-CMP-SALES-PCT-AREA.
           IF W-SLOT NOT = 1
               MOVE SN-POP-CASES(1, W-POP-SUB)      TO W-CUR-AMT
               MOVE SN-POP-CASES(W-SLOT, W-POP-SUB) TO W-PRI-AMT
               PERFORM 9500-CHANGE
               PERFORM 5200-CASE-CHANGE
               IF SN-GPM-SW(1) = 'Y'
                   AND SN-GPM-SW(W-SLOT) = 'Y'
                   MOVE SN-POP-SALES(1, W-POP-SUB)      TO W-CUR-AMT
                   MOVE SN-POP-SALES(W-SLOT, W-POP-SUB) TO W-PRI-AMT
                   PERFORM 9500-CHANGE
                   PERFORM 5250-SALES-CHANGE
               END-IF
           END-IF.
           PERFORM 5300-CMP-LINE.

       5150-POP-TOTAL-LINE.
           MOVE 0 TO W-TOT-CASES.
           MOVE 0 TO W-TOT-SALES.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > 6
               ADD SN-POP-CASES(W-SLOT, W-SUB) TO W-TOT-CASES
               ADD SN-POP-SALES(W-SLOT, W-SUB) TO W-TOT-SALES
           END-PERFORM.
           MOVE SN-LABEL(W-SLOT) TO O-CMP-SEASON.
           MOVE W-TOT-CASES TO O-CMP-CASES.
           IF SN-GPM-SW(W-SLOT) = 'Y'
               MOVE W-TOT-SALES TO O-CMP-SALES
           ELSE
               MOVE '           N/A ' TO O-CMP-SALES-AREA
           END-IF.
           MOVE SPACES TO O-CMP-CASE-CHG-AREA.
           MOVE SPACES TO O-CMP-CASE-PCT-AREA.
           MOVE SPACES TO O-CMP-SALES-CHG-AREA.
           MOVE SPACES TO O-CMP-SALES-PCT-AREA.
           IF W-SLOT NOT = 1
               MOVE 0 TO W-CUR-AMT
               PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > 6
                   ADD SN-POP-CASES(1, W-SUB) TO W-CUR-AMT
               END-PERFORM
               MOVE W-TOT-CASES TO W-PRI-AMT
               PERFORM 9500-CHANGE
               PERFORM 5200-CASE-CHANGE
               IF SN-GPM-SW(1) = 'Y'
                   AND SN-GPM-SW(W-SLOT) = 'Y'
                   MOVE 0 TO W-CUR-AMT
                   PERFORM VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > 6
                       ADD SN-POP-SALES(1, W-SUB) TO W-CUR-AMT
                   END-PERFORM
                   MOVE W-TOT-SALES TO W-PRI-AMT
                   PERFORM 9500-CHANGE
                   PERFORM 5250-SALES-CHANGE
               END-IF
           END-IF.
           PERFORM 5300-CMP-LINE.

       5200-CASE-CHANGE.
           MOVE W-CHG-AMT TO O-CMP-CASE-CHG.
           IF W-PCT-SW = 'Y'
               MOVE W-PCT TO O-CMP-CASE-PCT
           ELSE
               MOVE '   N/A ' TO O-CMP-CASE-PCT-AREA
           END-IF.

       5250-SALES-CHANGE.
           MOVE W-CHG-AMT TO O-CMP-SALES-CHG.
           IF W-PCT-SW = 'Y'
               MOVE W-PCT TO O-CMP-SALES-PCT
           ELSE
               MOVE '   N/A ' TO O-CMP-SALES-PCT-AREA
           END-IF.

       5300-CMP-LINE.
           WRITE PRTCMPLINE
              FROM CMP-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

      *****************************************************************
      * SALES AND CASES BY TEAM                                       *
      *****************************************************************
       5500-TEAM-SECTION.
           MOVE 'SALES AND CASES BY TEAM - SALES WITH TAX AND DEPOSIT'
               TO O-CMP-SECTION.
           MOVE 'TEAM'       TO O-CMP-HDG-LABEL.
           PERFORM 9120-CMP-HEADING.
           PERFORM VARYING W-TEAM-SUB FROM 1 BY 1
               UNTIL W-TEAM-SUB > 5
               PERFORM 9310-TEAM-LETTER
               MOVE W-TEAM-LETTER TO W-TEAM-LABEL-LETTER
               MOVE W-TEAM-LABEL  TO O-CMP-LABEL
               MOVE 1 TO W-SLOT
               PERFORM 5600-TEAM-LINE
               MOVE SPACES TO O-CMP-LABEL
               PERFORM VARYING W-ORD-SUB FROM 1 BY 1
                   UNTIL W-ORD-SUB > W-PRIOR-CTR
                   MOVE W-ORD(W-ORD-SUB) TO W-SLOT
                   PERFORM 5600-TEAM-LINE
               END-PERFORM
           END-PERFORM.

       5600-TEAM-LINE.
           MOVE SN-LABEL(W-SLOT) TO O-CMP-SEASON.
           IF SN-GPM-SW(W-SLOT) = 'Y'
               MOVE SN-TEAM-CASES(W-SLOT, W-TEAM-SUB) TO O-CMP-CASES
           ELSE
               MOVE '    N/A ' TO O-CMP-CASES-AREA
           END-IF.
           MOVE SN-TEAM-SALES(W-SLOT, W-TEAM-SUB) TO O-CMP-SALES.
           MOVE SPACES TO O-CMP-CASE-CHG-AREA.
           MOVE SPACES TO O-CMP-CASE-PCT-AREA.
           MOVE SPACES TO O-CMP-SALES-CHG-AREA.
           MOVE SPACES TO O-CMP-SALES-PCT-AREA.
           IF W-SLOT NOT = 1
               IF SN-GPM-SW(1) = 'Y'
                   AND SN-GPM-SW(W-SLOT) = 'Y'
                   MOVE SN-TEAM-CASES(1, W-TEAM-SUB)      TO W-CUR-AMT
                   MOVE SN-TEAM-CASES(W-SLOT, W-TEAM-SUB) TO W-PRI-AMT
                   PERFORM 9500-CHANGE
                   PERFORM 5200-CASE-CHANGE
               END-IF
               MOVE SN-TEAM-SALES(1, W-TEAM-SUB)      TO W-CUR-AMT
               MOVE SN-TEAM-SALES(W-SLOT, W-TEAM-SUB) TO W-PRI-AMT
               PERFORM 9500-CHANGE
               PERFORM 5250-SALES-CHANGE
           END-IF.
           PERFORM 5300-CMP-LINE.

      *****************************************************************
      * SELLER RETENTION AGAINST THE MOST RECENT PRIOR SEASON. BOTH   *
      * SELLER LISTS ARE IN SELLER NUMBER ORDER, SO THEY ARE MATCHED  *
      * ONCE FOR EACH LIST - RETURNING, NEW AND LOST.                 *
      *****************************************************************
       6000-RETENTION-SECTION.
           MOVE SPACES TO O-CMP-SECTION.
           STRING 'SELLER RETENTION - RETURNING SELLERS AGAINST '
                                              DELIMITED BY SIZE
                  SN-LABEL(W-LAST)            DELIMITED BY SIZE
               INTO O-CMP-SECTION.
           PERFORM 9130-SLR-HEADING.
           MOVE 'R' TO W-MATCH-PASS.
           PERFORM 6100-MATCH-SELLERS.
           MOVE 'SELLER RETENTION - NEW SELLERS THIS SEASON'
               TO O-CMP-SECTION.
           PERFORM 9130-SLR-HEADING.
           MOVE 'N' TO W-MATCH-PASS.
           PERFORM 6100-MATCH-SELLERS.
           MOVE 'SELLER RETENTION - SELLERS WHO DID NOT COME BACK'
               TO O-CMP-SECTION.
           PERFORM 9130-SLR-HEADING.
           MOVE 'L' TO W-MATCH-PASS.
           PERFORM 6100-MATCH-SELLERS.
           PERFORM 6300-RETENTION-SUMMARY.

       6100-MATCH-SELLERS.
           MOVE 1 TO W-SLR-IDX1.
           MOVE 1 TO W-SLR-IDX2.
           PERFORM UNTIL W-SLR-IDX1 > SN-SLR-CTR(1)
                     AND W-SLR-IDX2 > SN-SLR-CTR(W-LAST)
               EVALUATE TRUE
                   WHEN W-SLR-IDX2 > SN-SLR-CTR(W-LAST)
                       MOVE 'N' TO W-MATCH-KIND
                   WHEN W-SLR-IDX1 > SN-SLR-CTR(1)
                       MOVE 'L' TO W-MATCH-KIND
                   WHEN SN-SLR-NO(1, W-SLR-IDX1) =
                        SN-SLR-NO(W-LAST, W-SLR-IDX2)
                       MOVE 'R' TO W-MATCH-KIND
                   WHEN SN-SLR-NO(1, W-SLR-IDX1) <
                        SN-SLR-NO(W-LAST, W-SLR-IDX2)
                       MOVE 'N' TO W-MATCH-KIND
                   WHEN OTHER
                       MOVE 'L' TO W-MATCH-KIND
               END-EVALUATE
               IF W-MATCH-KIND = W-MATCH-PASS
                   PERFORM 6200-SELLER-LINE
               END-IF
               EVALUATE W-MATCH-KIND
                   WHEN 'R'
                       ADD 1 TO W-SLR-IDX1
                       ADD 1 TO W-SLR-IDX2
                   WHEN 'N'
                       ADD 1 TO W-SLR-IDX1
                   WHEN 'L'
                       ADD 1 TO W-SLR-IDX2
               END-EVALUATE
           END-PERFORM.

       6200-SELLER-LINE.
           MOVE SPACES TO O-SLR-THIS-AREA.
           MOVE SPACES TO O-SLR-LAST-AREA.
           MOVE SPACES TO O-SLR-CHG-AREA.
           MOVE SPACES TO O-SLR-PCT-AREA.
           IF W-MATCH-KIND = 'L'
               MOVE SN-SLR-NO(W-LAST, W-SLR-IDX2)    TO O-SLR-NO
               MOVE SN-SLR-LNAME(W-LAST, W-SLR-IDX2) TO O-SLR-LNAME
               MOVE SN-SLR-FNAME(W-LAST, W-SLR-IDX2) TO O-SLR-FNAME
               MOVE SN-SLR-TEAM(W-LAST, W-SLR-IDX2)  TO O-SLR-TEAM
           ELSE
               MOVE SN-SLR-NO(1, W-SLR-IDX1)    TO O-SLR-NO
               MOVE SN-SLR-LNAME(1, W-SLR-IDX1) TO O-SLR-LNAME
               MOVE SN-SLR-FNAME(1, W-SLR-IDX1) TO O-SLR-FNAME
               MOVE SN-SLR-TEAM(1, W-SLR-IDX1)  TO O-SLR-TEAM
               MOVE SN-SLR-SALES(1, W-SLR-IDX1) TO O-SLR-THIS
           END-IF.
           EVALUATE W-MATCH-KIND
               WHEN 'R'
                   ADD 1 TO W-RET-CTR
                   ADD SN-SLR-SALES(1, W-SLR-IDX1)      TO W-RET-THIS
                   ADD SN-SLR-SALES(W-LAST, W-SLR-IDX2) TO W-RET-LAST
                   MOVE SN-SLR-SALES(W-LAST, W-SLR-IDX2) TO O-SLR-LAST
                   MOVE SN-SLR-SALES(1, W-SLR-IDX1)      TO W-CUR-AMT
                   MOVE SN-SLR-SALES(W-LAST, W-SLR-IDX2) TO W-PRI-AMT
                   PERFORM 9500-CHANGE
                   MOVE W-CHG-AMT TO O-SLR-CHG
                   IF W-PCT-SW = 'Y'
                       MOVE W-PCT TO O-SLR-PCT
                   ELSE
                       MOVE '   N/A ' TO O-SLR-PCT-AREA
                   END-IF
               WHEN 'N'
                   ADD 1 TO W-NEW-CTR
                   ADD SN-SLR-SALES(1, W-SLR-IDX1)      TO W-NEW-THIS
               WHEN 'L'
                   ADD 1 TO W-LOST-CTR
                   ADD SN-SLR-SALES(W-LAST, W-SLR-IDX2) TO W-LOST-LAST
                   MOVE SN-SLR-SALES(W-LAST, W-SLR-IDX2) TO O-SLR-LAST
           END-EVALUATE.
           WRITE PRTCMPLINE
              FROM SLR-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       6300-RETENTION-SUMMARY.
           MOVE 'SELLER RETENTION SUMMARY' TO O-CMP-SECTION.
           PERFORM 9110-SECTION-LINE.
           MOVE 'SELLERS LAST SEASON'       TO O-CMP-CTR-LABEL.
           MOVE SN-SLR-CTR(W-LAST)          TO O-CMP-CTR-COUNT.
           COMPUTE W-CUR-AMT = W-RET-LAST + W-LOST-LAST.
           MOVE W-CUR-AMT                   TO O-CMP-CTR-AMT.
           PERFORM 6400-CTR-LINE.
           MOVE 'RETURNING SELLERS - SALES THIS SEASON' TO
               O-CMP-CTR-LABEL.
           MOVE W-RET-CTR                   TO O-CMP-CTR-COUNT.
           MOVE W-RET-THIS                  TO O-CMP-CTR-AMT.
           PERFORM 6400-CTR-LINE.
           MOVE 'RETURNING SELLERS - SALES LAST SEASON' TO
               O-CMP-CTR-LABEL.
           MOVE W-RET-CTR                   TO O-CMP-CTR-COUNT.
           MOVE W-RET-LAST                  TO O-CMP-CTR-AMT.
           PERFORM 6400-CTR-LINE.
           MOVE 'NEW SELLERS - SALES THIS SEASON' TO O-CMP-CTR-LABEL.
           MOVE W-NEW-CTR                   TO O-CMP-CTR-COUNT.
           MOVE W-NEW-THIS                  TO O-CMP-CTR-AMT.
           PERFORM 6400-CTR-LINE.
           MOVE 'LOST SELLERS - SALES LAST SEASON' TO O-CMP-CTR-LABEL.
           MOVE W-LOST-CTR                  TO O-CMP-CTR-COUNT.
           MOVE W-LOST-LAST                 TO O-CMP-CTR-AMT.
           PERFORM 6400-CTR-LINE.
           IF SN-SLR-CTR(W-LAST) > 0
               COMPUTE W-PCT ROUNDED =
                   W-RET-CTR * 100 / SN-SLR-CTR(W-LAST)
               MOVE W-PCT TO O-RET-PCT
           ELSE
               MOVE '   N/A ' TO O-RET-PCT-AREA
           END-IF.
           WRITE PRTCMPLINE
              FROM RETENTION-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       6400-CTR-LINE.
           WRITE PRTCMPLINE
              FROM CMP-CTR-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

      *****************************************************************
      * INVENTORY TURNOVER BY FLAVOR. OPENING STOCK IS WORKED BACK    *
      * FROM ON HAND, AND TURNS ARE NET CASES OUT OVER THE AVERAGE OF *
      * OPENING AND CLOSING STOCK.                                    *
      *****************************************************************
       7000-INVENTORY-SECTION.
           MOVE SPACES TO O-CMP-SECTION.
           STRING 'INVENTORY TURNOVER BY FLAVOR - PRIOR IS '
                                              DELIMITED BY SIZE
                  SN-LABEL(W-LAST)            DELIMITED BY SIZE
               INTO O-CMP-SECTION.
           PERFORM 9110-SECTION-LINE.
           WRITE PRTCMPLINE
              FROM INV-HEADING-LINE
                 AFTER ADVANCING 2 LINES.
           PERFORM VARYING W-POP-SUB FROM 1 BY 1
               UNTIL W-POP-SUB > 6
               PERFORM 7100-INVENTORY-LINE
           END-PERFORM.

       7100-INVENTORY-LINE.
           PERFORM 9320-POP-NAME.
           MOVE O-CMP-LABEL TO O-INV-POP.
           MOVE 1 TO W-SLOT.
           PERFORM 7200-TURNS.
           MOVE SN-INV-RCVD(1, W-POP-SUB)   TO O-INV-RCVD.
           MOVE W-NET-OUT                   TO O-INV-NET.
           MOVE W-OPENING                   TO O-INV-OPEN.
           MOVE SN-INV-ONHAND(1, W-POP-SUB) TO O-INV-ONHAND.
           MOVE W-TURNS-SW                  TO W-CUR-TURNS-SW.
           MOVE W-TURNS                     TO W-CUR-TURNS.
           IF W-TURNS-SW = 'Y'
               MOVE W-TURNS TO O-INV-TURNS
           ELSE
               MOVE '   N/A' TO O-INV-TURNS-AREA
           END-IF.
           MOVE W-LAST TO W-SLOT.
           PERFORM 7200-TURNS.
           IF W-TURNS-SW = 'Y'
               MOVE W-TURNS TO O-INV-PRIOR
           ELSE
               MOVE '   N/A' TO O-INV-PRIOR-AREA
           END-IF.
           IF W-TURNS-SW = 'Y'
               AND W-CUR-TURNS-SW = 'Y'
               COMPUTE W-TURNS = W-CUR-TURNS - W-TURNS
               MOVE W-TURNS TO O-INV-CHG
           ELSE
               MOVE SPACES TO O-INV-CHG-AREA
           END-IF.
           WRITE PRTCMPLINE
              FROM INV-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       7200-TURNS.
           MOVE 'N' TO W-TURNS-SW.
           MOVE 0   TO W-TURNS.
           COMPUTE W-NET-OUT = SN-INV-OUT(W-SLOT, W-POP-SUB)
                             - SN-INV-RTN(W-SLOT, W-POP-SUB).
           COMPUTE W-OPENING = SN-INV-ONHAND(W-SLOT, W-POP-SUB)
                             - SN-INV-RCVD(W-SLOT, W-POP-SUB)
                             + W-NET-OUT.
           IF W-OPENING < 0
               MOVE 0 TO W-OPENING
           END-IF.
           COMPUTE W-AVG-INV =
               (W-OPENING + SN-INV-ONHAND(W-SLOT, W-POP-SUB)) / 2.
           IF SN-INV-SW(W-SLOT, W-POP-SUB) = 'Y'
               AND W-AVG-INV > 0
               MOVE 'Y' TO W-TURNS-SW
               COMPUTE W-TURNS ROUNDED = W-NET-OUT / W-AVG-INV
                   ON SIZE ERROR
                       MOVE 999.99 TO W-TURNS
               END-COMPUTE
           END-IF.

       9100-HEADING.
           ADD 1 TO CPCTR.
           MOVE CPCTR TO O-PCTR.
           WRITE PRTCMPLINE
             FROM CMP-TITLE-LINE
                AFTER ADVANCING PAGE.
           WRITE PRTCMPLINE
              FROM CMP-TITLE-LINE2
                 AFTER ADVANCING 1 LINES.
           WRITE PRTCMPLINE
              FROM CMP-TITLE-LINE1
                 AFTER ADVANCING 1 LINES.

       9110-SECTION-LINE.
           WRITE PRTCMPLINE
              FROM CMP-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       9120-CMP-HEADING.
           PERFORM 9110-SECTION-LINE.
           WRITE PRTCMPLINE
              FROM CMP-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9130-SLR-HEADING.
           PERFORM 9110-SECTION-LINE.
           WRITE PRTCMPLINE
              FROM SLR-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9150-MSG-LINE.
           WRITE PRTCMPLINE
              FROM CMP-MSG-LINE
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
               WHEN 1  MOVE 'COKE'             TO O-CMP-LABEL
               WHEN 2  MOVE 'DIET COKE'        TO O-CMP-LABEL
               WHEN 3  MOVE 'MELLO YELLO'      TO O-CMP-LABEL
               WHEN 4  MOVE 'CHERRY COKE'      TO O-CMP-LABEL
               WHEN 5  MOVE 'DIET CHERRY COKE' TO O-CMP-LABEL
               WHEN 6  MOVE 'SPRITE'           TO O-CMP-LABEL
           END-EVALUATE.

       9400-FORMAT-DATE.
           MOVE W-DATE-MM   TO W-OUT-MM.
           MOVE W-DATE-DD   TO W-OUT-DD.
           MOVE W-DATE-YYYY TO W-OUT-YYYY.

       9500-CHANGE.
           COMPUTE W-CHG-AMT = W-CUR-AMT - W-PRI-AMT.
           MOVE 'N' TO W-PCT-SW.
           MOVE 0   TO W-PCT.
           IF W-PRI-AMT NOT = 0
               MOVE 'Y' TO W-PCT-SW
               COMPUTE W-PCT ROUNDED = W-CHG-AMT * 100 / W-PRI-AMT
                   ON SIZE ERROR
                       MOVE 'N' TO W-PCT-SW
               END-COMPUTE
           END-IF.
