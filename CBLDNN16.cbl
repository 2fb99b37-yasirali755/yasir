       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CBLYAL16.
       AUTHOR.                 yasir ali.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      * THIS PROGRAM is the nightly delivery confirmation run. every  *
      * non-return sale posted by CBLYAL04 is an open order on        *
      * CBLPOPORD.DAT with the order number printed on the route      *
      * sheet. the drivers turn in a confirmation for each stop:      *
      *   D delivered      - the order is closed                      *
      *   N not home       - the order stays open                     *
      *   R refused        - the order is closed and a return is      *
      *                      written to the pop sales input in its    *
      *                      own batch so the next CBLYAL04 run posts *
      *                      it through the normal R processing.      *
      *                      each night's returns get the next        *
      *                      batch number from 9001 up, so one        *
      *                      night can be backed out on its own       *
      *   W wrong address  - the order stays open                     *
      * orders of a batch backed out by CBLYAL07 are in status V and  *
      * confirmations against them are rejected. closed orders are    *
      * dropped when CBLPOPORD.DAT is rewritten, so only open orders  *
      * carry forward. every confirmation is listed with what was     *
      * done with it. the confirmations file is cleared once it has   *
      * been applied. then the open orders still out after AGEDAYS    *
      * days (parm, default 7) are listed by team and route sheet for *
      * the coaches.                                                  *
      * the run is not made while the last run is still in status A.  *
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

           SELECT OPEN-ORDER-FILE
                 ASSIGN TO ORD-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ORD-FILE-STATUS.

           SELECT DELIVERY-CONF-FILE
                 ASSIGN TO DLV-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DLV-FILE-STATUS.

           SELECT POPSL-FILE
                 ASSIGN TO POPSL-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS POPSL-FILE-STATUS.

           SELECT AGED-WORK-FILE
                 ASSIGN TO AGW-PATH
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGED-SORT-FILE
                 ASSIGN TO "SRTAGED".

           SELECT AGED-SORTED-FILE
                 ASSIGN TO AGS-PATH
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTDLVOUT
                 ASSIGN TO PRTDLV-PATH
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

       FD  OPEN-ORDER-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 121 CHARACTERS
             DATA RECORD IS ORD-REC.

       01  ORD-REC                       PIC X(121).

       FD  DELIVERY-CONF-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 40 CHARACTERS
             DATA RECORD IS DLV-REC.

       01  DLV-REC.
             05  DLV-ORDER-NO            PIC 9(9).
             05  DLV-RESULT              PIC X.
                 88  DLV-DELIVERED       VALUE 'D'.
                 88  DLV-NOT-HOME        VALUE 'N'.
                 88  DLV-REFUSED         VALUE 'R'.
                 88  DLV-WRONG-ADDRESS   VALUE 'W'.
                 88  DLV-VALID-RESULT    VALUE 'D' 'N' 'R' 'W'.
             05  DLV-DATE                PIC 9(8).
             05  DLV-DRIVER              PIC X(15).
             05  FILLER                  PIC X(7).

       FD  POPSL-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 85 CHARACTERS
             DATA RECORD IS I-REC.

       01  I-REC.
             05  I-LNAME                 PIC X(15).
             05  I-FNAME                 PIC X(15).
             05  I-ADDRESS               PIC X(15).
             05  I-CITY                  PIC X(10).
             05  I-STATE                 PIC XX.
             05  I-ZIP                   PIC 9(9).
             05  I-POP-TYPE              PIC 99.
             05  I-NUM-CASES             PIC 99.
             05  I-TEAM                  PIC X.
             05  I-SELLER-NO             PIC 9(5).
             05  I-TRANS-CODE            PIC X.
             05  I-SALE-DATE             PIC 9(8).

       01  I-CTL-REC.
             05  I-CTL-ID                PIC X(3).
             05  I-CTL-BATCH-NO          PIC 9(4).
             05  I-CTL-DATE              PIC 9(8).
             05  I-CTL-PREPARER          PIC X(15).
             05  I-CTL-REC-COUNT         PIC 9(6).
             05  I-CTL-HASH-CASES        PIC 9(6).
             05  FILLER                  PIC X(43).

       FD  AGED-WORK-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 98 CHARACTERS
             DATA RECORD IS AGW-REC.

       01  AGW-REC.
             05  AGW-SORT-KEY.
                 10  AGW-TEAM            PIC X.
                 10  AGW-RUN-NO          PIC 9(5).
                 10  AGW-ZIP             PIC 9(9).
                 10  AGW-SEQ-NO          PIC 9(4).
             05  AGW-ROUTE-DATE          PIC 9(8).
             05  AGW-DAYS                PIC 9(4).
             05  AGW-STATUS              PIC X.
             05  AGW-ATTEMPTS            PIC 99.
             05  AGW-LNAME               PIC X(15).
             05  AGW-FNAME               PIC X(15).
             05  AGW-ADDRESS             PIC X(15).
             05  AGW-CITY                PIC X(10).
             05  AGW-POP-TYPE            PIC 99.
             05  AGW-CASES               PIC 99.
             05  AGW-SELLER-NO           PIC 9(5).

       SD  AGED-SORT-FILE
             DATA RECORD IS SRT-AG-REC.

       01  SRT-AG-REC.
             05  SRT-AG-SORT-KEY         PIC X(19).
             05  FILLER                  PIC X(79).

       FD  AGED-SORTED-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 98 CHARACTERS
             DATA RECORD IS AGS-REC.

       01  AGS-REC.
             05  AGS-SORT-KEY.
                 10  AGS-TEAM            PIC X.
                 10  AGS-RUN-NO          PIC 9(5).
                 10  AGS-ZIP             PIC 9(9).
                 10  AGS-SEQ-NO          PIC 9(4).
             05  AGS-ROUTE-DATE          PIC 9(8).
             05  AGS-DAYS                PIC 9(4).
             05  AGS-STATUS              PIC X.
             05  AGS-ATTEMPTS            PIC 99.
             05  AGS-LNAME               PIC X(15).
             05  AGS-FNAME               PIC X(15).
             05  AGS-ADDRESS             PIC X(15).
             05  AGS-CITY                PIC X(10).
             05  AGS-POP-TYPE            PIC 99.
             05  AGS-CASES               PIC 99.
             05  AGS-SELLER-NO           PIC 9(5).

       FD  PRTDLVOUT
             LABEL RECORD IS OMITTED
             RECORD CONTAINS 132 CHARACTERS
             DATA RECORD IS PRTDLVLINE
             LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTDLVLINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-PATH-AREA.
           05 RUN-PATH        PIC X(80) VALUE 'CBLPOPRUN.DAT'.
           05 ORD-PATH        PIC X(80) VALUE 'CBLPOPORD.DAT'.
           05 DLV-PATH        PIC X(80) VALUE 'CBLPOPDLV.DAT'.
           05 POPSL-PATH      PIC X(80) VALUE 'CBLPOPSL.DAT'.
           05 AGW-PATH        PIC X(80) VALUE 'CBLPOPAGW.DAT'.
           05 AGS-PATH        PIC X(80) VALUE 'CBLPOPAGS.DAT'.
           05 PRTDLV-PATH     PIC X(80) VALUE 'CBLPOPDLV.PRT'.

       01  PARM-AREA.
           05 PRM-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-PARMS               PIC XXX           VALUE 'YES'.
           05 W-DATA-PATH              PIC X(64)         VALUE SPACES.
           05 W-PATH-FILE              PIC X(80)         VALUE SPACES.
           05 W-PATH-BUILT             PIC X(80)         VALUE SPACES.
           05 W-AGE-DAYS               PIC 9(3)          VALUE 7.

        01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YEAR               PIC 9(4).
               10 I-MONTH              PIC 99.
               10 I-DAY                PIC 99.
           05 I-TIME                   PIC X(11).

       01  W-ORD-REC.
           05 W-ORD-ORDER-NO.
               10 W-ORD-RUN-NO         PIC 9(5).
               10 W-ORD-SEQ-NO         PIC 9(4).
           05 W-ORD-ROUTE-DATE         PIC 9(8).
           05 W-ORD-STATUS             PIC X.
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

       01  WORK-AREA.
           05 CPCTR                    PIC 99            VALUE ZERO.
           05 RUN-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-RUNS                PIC XXX           VALUE 'YES'.
           05 ORD-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-ORDS                PIC XXX           VALUE 'YES'.
           05 DLV-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-DLVS                PIC XXX           VALUE 'YES'.
           05 POPSL-FILE-STATUS        PIC XX            VALUE '00'.
           05 MORE-SLS                 PIC XXX           VALUE 'YES'.
           05 MORE-AGED                PIC XXX           VALUE 'YES'.
           05 W-RUN-OK-SW              PIC XXX           VALUE 'YES'.
           05 W-DLV-FOUND-SW           PIC X             VALUE 'N'.
           05 W-RTN-OPEN-SW            PIC X             VALUE 'N'.
           05 W-LAST-RUN-STATUS        PIC X             VALUE SPACE.
           05 W-RTN-BATCH-NO           PIC 9(4)          VALUE 9000.
           05 W-RTN-CTR                PIC 9(6)          VALUE ZERO.
           05 W-RTN-HASH               PIC 9(6)          VALUE ZERO.
           05 W-ORD-CTR                PIC 9(4)          VALUE ZERO.
           05 W-ORD-SUB                PIC 9(4)          VALUE ZERO.
           05 W-FOUND-SUB              PIC 9(4)          VALUE ZERO.
           05 W-DLV-READ-CTR           PIC 9(5)          VALUE ZERO.
           05 W-DELIVERED-CTR          PIC 9(5)          VALUE ZERO.
           05 W-REFUSED-CTR            PIC 9(5)          VALUE ZERO.
           05 W-NOT-HOME-CTR           PIC 9(5)          VALUE ZERO.
           05 W-WRONG-ADDR-CTR         PIC 9(5)          VALUE ZERO.
           05 W-REJECT-CTR             PIC 9(5)          VALUE ZERO.
           05 W-OPEN-CTR               PIC 9(5)          VALUE ZERO.
           05 W-DROP-CTR               PIC 9(5)          VALUE ZERO.
           05 W-AGED-CTR               PIC 9(5)          VALUE ZERO.
           05 W-TEAM-AGED-CTR          PIC 9(5)          VALUE ZERO.
           05 W-TEAM-AGED-CASES        PIC 9(6)          VALUE ZERO.
           05 W-ROUTE-AGED-CTR         PIC 9(5)          VALUE ZERO.
           05 W-DAYS-OUT               PIC S9(5)         VALUE ZERO.
           05 W-TODAY                  PIC 9(8)          VALUE ZERO.
           05 W-PREV-TEAM              PIC X             VALUE SPACE.
           05 W-PREV-RUN-NO            PIC 9(5)          VALUE ZERO.
           05 W-POP-NAME               PIC X(16)         VALUE SPACES.
           05 W-ACTION                 PIC X(30)         VALUE SPACES.
           05 W-RESULT-CODE            PIC X             VALUE SPACE.
           05 W-RESULT-DESC            PIC X(13)         VALUE SPACES.
           05 W-POP-TYPE               PIC 99            VALUE ZERO.
           05 W-DATE-WORK              PIC 9(8)          VALUE ZERO.
           05 FILLER REDEFINES W-DATE-WORK.
               10 W-DATE-YEAR          PIC 9(4).
               10 W-DATE-MONTH         PIC 99.
               10 W-DATE-DAY           PIC 99.

      *****************************************************************
      * OPEN ORDERS                                                   *
      *****************************************************************
       01  ORDER-TABLE-AREA.
           05 W-ORD-ENTRY OCCURS 5000 TIMES
                                       PIC X(121).

       01 DLV-TITLE-LINE.
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

       01 DLV-TITLE-LINE1.
           05 FILLER                  PIC X(51)           VALUE SPACES.
           05 FILLER                  PIC X(29)           VALUE
                                   'DELIVERY CONFIRMATION RUN    '.
           05 FILLER                  PIC X(52)           VALUE SPACES.

       01 DLV-TITLE-LINE2.
           05 FILLER                  PIC X(8)            VALUE
                                       'COBYAL16'.
           05 FILLER                  PIC X(124)          VALUE SPACES.

       01 DLV-REFUSE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(19)           VALUE
                                     'RUN NOT MADE -     '.
           05 O-REFUSE-REASON         PIC X(50).
           05 FILLER                  PIC X(60)           VALUE SPACES.

       01 DLV-SECTION-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-DLV-SECTION           PIC X(60).
           05 FILLER                  PIC X(69)           VALUE SPACES.

       01 CONF-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                      'ORDER NO'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(13)           VALUE
                                                      'RESULT'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                      'CONF DATE'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                                      'DRIVER'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(31)           VALUE
                                                      'CUSTOMER'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(30)           VALUE
                                                      'ACTION'.
           05 FILLER                  PIC X(10)           VALUE SPACES.

       01 CONF-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-CONF-RUN              PIC 9(5).
           05 FILLER                  PIC X               VALUE '-'.
           05 O-CONF-SEQ              PIC 9(4).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-CONF-RESULT           PIC X(13).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-CONF-MONTH            PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-CONF-DAY              PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-CONF-YEAR             PIC 9(4).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-CONF-DRIVER           PIC X(15).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-CONF-LNAME            PIC X(15).
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-CONF-FNAME            PIC X(15).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-CONF-ACTION           PIC X(30).
           05 FILLER                  PIC X(10)           VALUE SPACES.

       01 AGED-TITLE-LINE.
           05 FILLER                  PIC X(40)           VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE
                                                      'TEAM '.
           05 O-AGED-TEAM             PIC X.
           05 FILLER                  PIC X(26)           VALUE
                                        ' UNDELIVERED ORDERS OUT   '.
           05 O-AGED-DAYS-PARM        PIC ZZ9.
           05 FILLER                  PIC X(14)           VALUE
                                        ' DAYS OR MORE '.
           05 FILLER                  PIC X(43)           VALUE SPACES.

       01 AGED-ROUTE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(21)           VALUE
                                        'ROUTE SHEET FROM RUN '.
           05 O-AGED-ROUTE-RUN        PIC ZZZZ9.
           05 FILLER                  PIC X(8)            VALUE
                                        ' PRINTED'.
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-AGED-ROUTE-MONTH      PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-AGED-ROUTE-DAY        PIC 99.
           05 FILLER                  PIC X               VALUE '/'.
           05 O-AGED-ROUTE-YEAR       PIC 9(4).
           05 FILLER                  PIC X(84)           VALUE SPACES.

       01 AGED-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                      'ORDER NO'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(31)           VALUE
                                                      'CUSTOMER'.
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 FILLER                  PIC X(15)           VALUE
                                                      'ADDRESS'.
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                      'CITY'.
           05 FILLER                  PIC X(1)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE
                                                      'POP TYPE'.
           05 FILLER                  PIC X(6)            VALUE
                                                      ' CASES'.
           05 FILLER                  PIC X(7)            VALUE
                                                      ' SELLER'.
           05 FILLER                  PIC X(6)            VALUE
                                                      '  DAYS'.
           05 FILLER                  PIC X(6)            VALUE
                                                      ' TRIES'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(13)           VALUE
                                                      'LAST RESULT'.
           05 FILLER                  PIC X(2)            VALUE SPACES.

       01 AGED-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-AGED-RUN              PIC 9(5).
           05 FILLER                  PIC X               VALUE '-'.
           05 O-AGED-SEQ              PIC 9(4).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-AGED-LNAME            PIC X(15).
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-AGED-FNAME            PIC X(15).
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-AGED-ADDRESS          PIC X(15).
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-AGED-CITY             PIC X(10).
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-AGED-POP              PIC X(16).
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-AGED-CASES            PIC Z9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-AGED-SELLER           PIC 9(5).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-AGED-DAYS             PIC ZZZ9.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-AGED-TRIES            PIC Z9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-AGED-LAST             PIC X(13).
           05 FILLER                  PIC X(2)            VALUE SPACES.

       01 AGED-TEAM-TOTAL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE
                                                      'TEAM '.
           05 O-AGED-TOT-TEAM         PIC X.
           05 FILLER                  PIC X(20)           VALUE
                                        ' ORDERS STILL OUT   '.
           05 O-AGED-TOT-CTR          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(10)           VALUE
                                        '   CASES  '.
           05 O-AGED-TOT-CASES        PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(80)           VALUE SPACES.

       01 DLV-MSG-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-DLV-MSG               PIC X(80).
           05 FILLER                  PIC X(49)           VALUE SPACES.

       01 DLV-CTR-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-DLV-CTR-LABEL         PIC X(40).
           05 O-DLV-CTR               PIC ZZ,ZZ9.
           05 FILLER                  PIC X(83)           VALUE SPACES.

       PROCEDURE DIVISION.
       0000-COBYAL16.
           PERFORM 1000-INIT.
           PERFORM 2000-VERIFY.
           IF W-RUN-OK-SW = 'YES'
               PERFORM 3000-APPLY-CONFIRMATIONS
               PERFORM 3800-CLOSE-RETURN-BATCH
               PERFORM 4000-SAVE-ORDERS
               PERFORM 4100-CLEAR-CONFIRMATIONS
               PERFORM 5000-AGED-ORDERS
               PERFORM 6000-RUN-SUMMARY
           END-IF.
           CLOSE PRTDLVOUT.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MONTH        TO O-MONTH.
           MOVE I-DAY          TO O-DAY.
           MOVE I-YEAR         TO O-YEAR.
           MOVE I-DATE         TO W-TODAY.
           PERFORM 1300-READ-PARM-FILE.
           PERFORM 1350-BUILD-PATHS.
           OPEN OUTPUT PRTDLVOUT.
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
               WHEN 'AGEDAYS'
                   EVALUATE TRUE
                       WHEN PRM-VALUE(1:3) NUMERIC
                           MOVE PRM-VALUE(1:3) TO W-AGE-DAYS
                       WHEN PRM-VALUE(1:2) NUMERIC
                           MOVE PRM-VALUE(1:2) TO W-AGE-DAYS
                       WHEN PRM-VALUE(1:1) NUMERIC
                           MOVE PRM-VALUE(1:1) TO W-AGE-DAYS
                   END-EVALUATE
               WHEN 'DATAPATH'
                   MOVE PRM-VALUE TO W-DATA-PATH
           END-EVALUATE.

       1350-BUILD-PATHS.
           IF W-DATA-PATH NOT = SPACES
               MOVE RUN-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO RUN-PATH
               MOVE ORD-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO ORD-PATH
               MOVE DLV-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO DLV-PATH
               MOVE POPSL-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO POPSL-PATH
               MOVE AGW-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO AGW-PATH
               MOVE AGS-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO AGS-PATH
               MOVE PRTDLV-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO PRTDLV-PATH
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
           IF W-RUN-OK-SW = 'YES'
               PERFORM 2200-LOAD-ORDERS
           END-IF.
           IF W-RUN-OK-SW = 'YES'
               PERFORM 2250-CHECK-ORDER-FILE
           END-IF.

       2050-REFUSE.
           MOVE 'NO' TO W-RUN-OK-SW.
           WRITE PRTDLVLINE
              FROM DLV-REFUSE-LINE
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
                           MOVE RUN-STATUS TO W-LAST-RUN-STATUS
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

       2200-LOAD-ORDERS.
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

       2250-CHECK-ORDER-FILE.
           OPEN EXTEND OPEN-ORDER-FILE.
           IF ORD-FILE-STATUS = '35'
               OPEN OUTPUT OPEN-ORDER-FILE
           END-IF.
           IF ORD-FILE-STATUS NOT = '00'
               MOVE 'OPEN ORDER FILE WILL NOT OPEN FOR UPDATE'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           ELSE
               CLOSE OPEN-ORDER-FILE
           END-IF.

      *****************************************************************
      * APPLY THE DRIVERS' CONFIRMATIONS TO THE OPEN ORDERS           *
      *****************************************************************
       3000-APPLY-CONFIRMATIONS.
           MOVE 'DELIVERY CONFIRMATIONS' TO O-DLV-SECTION.
           PERFORM 9110-SECTION-LINE.
           WRITE PRTDLVLINE
              FROM CONF-HEADING-LINE
                 AFTER ADVANCING 2 LINES.
           OPEN INPUT DELIVERY-CONF-FILE.
           IF DLV-FILE-STATUS = '00'
               MOVE 'Y' TO W-DLV-FOUND-SW
               PERFORM UNTIL MORE-DLVS = 'NO'
                   READ DELIVERY-CONF-FILE
                       AT END
                           MOVE 'NO' TO MORE-DLVS
                       NOT AT END
                           PERFORM 3100-APPLY-CONFIRMATION
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-CONF-FILE
           ELSE
               MOVE 'NO CONFIRMATIONS TURNED IN' TO O-DLV-MSG
               PERFORM 9150-MSG-LINE
           END-IF.

       3100-APPLY-CONFIRMATION.
           ADD 1 TO W-DLV-READ-CTR.
           MOVE SPACES TO W-ORD-REC.
           MOVE 0      TO W-FOUND-SUB.
           IF DLV-ORDER-NO NUMERIC
               PERFORM VARYING W-ORD-SUB FROM 1 BY 1
                   UNTIL W-ORD-SUB > W-ORD-CTR
                      OR W-FOUND-SUB > 0
                   IF W-ORD-ENTRY(W-ORD-SUB)(1:9) = DLV-ORDER-NO
                       MOVE W-ORD-SUB TO W-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF W-FOUND-SUB > 0
               MOVE W-ORD-ENTRY(W-FOUND-SUB) TO W-ORD-REC
           END-IF.
           EVALUATE TRUE
               WHEN NOT DLV-VALID-RESULT
                   MOVE 'REJECTED - RESULT NOT D N R W' TO W-ACTION
                   ADD 1 TO W-REJECT-CTR
               WHEN DLV-DATE NOT NUMERIC
                   MOVE 'REJECTED - DATE NOT VALID'     TO W-ACTION
                   ADD 1 TO W-REJECT-CTR
               WHEN W-FOUND-SUB = 0
                   MOVE 'REJECTED - ORDER NOT ON FILE'  TO W-ACTION
                   ADD 1 TO W-REJECT-CTR
               WHEN W-ORD-STATUS = 'V'
                   MOVE 'REJECTED - SALE REVERSED'  TO W-ACTION
                   ADD 1 TO W-REJECT-CTR
               WHEN W-ORD-STATUS = 'D' OR W-ORD-STATUS = 'R'
                   MOVE 'REJECTED - ALREADY CLOSED' TO W-ACTION
                   ADD 1 TO W-REJECT-CTR
               WHEN DLV-DELIVERED
                   MOVE 'D'      TO W-ORD-STATUS
                   MOVE DLV-DATE TO W-ORD-CLOSE-DATE
                   MOVE 'ORDER CLOSED'                  TO W-ACTION
                   ADD 1 TO W-DELIVERED-CTR
               WHEN DLV-REFUSED
                   MOVE 'R'      TO W-ORD-STATUS
                   MOVE DLV-DATE TO W-ORD-CLOSE-DATE
                   PERFORM 3200-WRITE-RETURN
                   MOVE 'ORDER CLOSED - RETURN WRITTEN' TO W-ACTION
                   ADD 1 TO W-REFUSED-CTR
               WHEN DLV-NOT-HOME
                   MOVE 'N'      TO W-ORD-STATUS
                   MOVE 'STILL OPEN'                    TO W-ACTION
                   ADD 1 TO W-NOT-HOME-CTR
               WHEN DLV-WRONG-ADDRESS
                   MOVE 'W'      TO W-ORD-STATUS
                   MOVE 'STILL OPEN - CHECK ADDRESS'    TO W-ACTION
                   ADD 1 TO W-WRONG-ADDR-CTR
           END-EVALUATE.
           IF W-ACTION(1:8) NOT = 'REJECTED'
               ADD 1         TO W-ORD-ATTEMPTS
               MOVE DLV-DATE TO W-ORD-LAST-CONF-DATE
               MOVE W-ORD-REC TO W-ORD-ENTRY(W-FOUND-SUB)
           END-IF.
           PERFORM 3300-CONF-DETAIL.

      *****************************************************************
      * A REFUSED ORDER GOES BACK IN AS AN R TRANSACTION PRICED AS OF *
      * THE ORIGINAL SALE DATE, IN ITS OWN BATCH                      *
      *****************************************************************
       3200-WRITE-RETURN.
           IF W-RTN-OPEN-SW = 'N'
               PERFORM 3250-OPEN-RETURN-BATCH
           END-IF.
           MOVE W-ORD-SALE    TO I-REC.
           MOVE 'R'           TO I-TRANS-CODE.
           WRITE I-REC.
           ADD 1              TO W-RTN-CTR.
           ADD I-NUM-CASES    TO W-RTN-HASH.

       3250-OPEN-RETURN-BATCH.
           MOVE 'Y' TO W-RTN-OPEN-SW.
           PERFORM 3260-NEXT-RETURN-BATCH.
           OPEN EXTEND POPSL-FILE.
           IF POPSL-FILE-STATUS = '35'
               OPEN OUTPUT POPSL-FILE
           END-IF.
           MOVE SPACES          TO I-CTL-REC.
           MOVE '*BH'           TO I-CTL-ID.
           MOVE W-RTN-BATCH-NO  TO I-CTL-BATCH-NO.
           MOVE W-TODAY         TO I-CTL-DATE.
           MOVE 'DELIVERY CONF' TO I-CTL-PREPARER.
           MOVE 0               TO I-CTL-REC-COUNT.
           MOVE 0               TO I-CTL-HASH-CASES.
           WRITE I-CTL-REC.

       3260-NEXT-RETURN-BATCH.
           MOVE 9000 TO W-RTN-BATCH-NO.
           OPEN INPUT POPSL-FILE.
           IF POPSL-FILE-STATUS = '00'
               PERFORM UNTIL MORE-SLS = 'NO'
                   READ POPSL-FILE
                       AT END
                           MOVE 'NO' TO MORE-SLS
                       NOT AT END
                           IF I-CTL-ID = '*BH'
                               AND I-CTL-BATCH-NO NUMERIC
                               AND I-CTL-BATCH-NO > W-RTN-BATCH-NO
                               MOVE I-CTL-BATCH-NO TO W-RTN-BATCH-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POPSL-FILE
           END-IF.
           ADD 1 TO W-RTN-BATCH-NO.

       3300-CONF-DETAIL.
           MOVE DLV-ORDER-NO(1:5) TO O-CONF-RUN.
           MOVE DLV-ORDER-NO(6:4) TO O-CONF-SEQ.
           MOVE DLV-RESULT        TO W-RESULT-CODE.
           PERFORM 9300-RESULT-DESC.
           MOVE W-RESULT-DESC     TO O-CONF-RESULT.
           IF DLV-DATE NUMERIC
               MOVE DLV-DATE      TO W-DATE-WORK
           ELSE
               MOVE 0             TO W-DATE-WORK
           END-IF.
           MOVE W-DATE-MONTH      TO O-CONF-MONTH.
           MOVE W-DATE-DAY        TO O-CONF-DAY.
           MOVE W-DATE-YEAR       TO O-CONF-YEAR.
           MOVE DLV-DRIVER        TO O-CONF-DRIVER.
           MOVE W-ORD-LNAME       TO O-CONF-LNAME.
           MOVE W-ORD-FNAME       TO O-CONF-FNAME.
           MOVE W-ACTION          TO O-CONF-ACTION.
           WRITE PRTDLVLINE
              FROM CONF-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       3800-CLOSE-RETURN-BATCH.
           IF W-RTN-OPEN-SW = 'Y'
               MOVE SPACES          TO I-CTL-REC
               MOVE '*BT'           TO I-CTL-ID
               MOVE W-RTN-BATCH-NO  TO I-CTL-BATCH-NO
               MOVE W-TODAY         TO I-CTL-DATE
               MOVE 'DELIVERY CONF' TO I-CTL-PREPARER
               MOVE W-RTN-CTR       TO I-CTL-REC-COUNT
               MOVE W-RTN-HASH      TO I-CTL-HASH-CASES
               WRITE I-CTL-REC
               CLOSE POPSL-FILE
           END-IF.

       4000-SAVE-ORDERS.
           OPEN OUTPUT OPEN-ORDER-FILE.
           IF ORD-FILE-STATUS NOT = '00'
               MOVE 'OPEN ORDER FILE NOT SAVED - CONFIRMATIONS KEPT'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           ELSE
               PERFORM VARYING W-ORD-SUB FROM 1 BY 1
                   UNTIL W-ORD-SUB > W-ORD-CTR
                   MOVE W-ORD-ENTRY(W-ORD-SUB) TO W-ORD-REC
                   IF W-ORD-STATUS = 'D' OR W-ORD-STATUS = 'R'
                       OR W-ORD-STATUS = 'V'
                       ADD 1 TO W-DROP-CTR
                   ELSE
                       MOVE W-ORD-REC TO ORD-REC
                       WRITE ORD-REC
                   END-IF
               END-PERFORM
               CLOSE OPEN-ORDER-FILE
           END-IF.

       4100-CLEAR-CONFIRMATIONS.
           IF W-DLV-FOUND-SW = 'Y'
               AND W-RUN-OK-SW = 'YES'
               OPEN OUTPUT DELIVERY-CONF-FILE
               CLOSE DELIVERY-CONF-FILE
           END-IF.

      *****************************************************************
      * AGED UNDELIVERED ORDERS BY TEAM AND ROUTE SHEET               *
      *****************************************************************
       5000-AGED-ORDERS.
           OPEN OUTPUT AGED-WORK-FILE.
           PERFORM VARYING W-ORD-SUB FROM 1 BY 1
               UNTIL W-ORD-SUB > W-ORD-CTR
               MOVE W-ORD-ENTRY(W-ORD-SUB) TO W-ORD-REC
               IF W-ORD-STATUS NOT = 'D' AND W-ORD-STATUS NOT = 'R'
                   AND W-ORD-STATUS NOT = 'V'
                   ADD 1 TO W-OPEN-CTR
                   PERFORM 5050-AGE-ORDER
               END-IF
           END-PERFORM.
           CLOSE AGED-WORK-FILE.
           SORT AGED-SORT-FILE
               ON ASCENDING KEY SRT-AG-SORT-KEY
               USING AGED-WORK-FILE
               GIVING AGED-SORTED-FILE.
           MOVE W-AGE-DAYS TO O-AGED-DAYS-PARM.
           IF W-AGED-CTR = 0
               MOVE 'NO ORDERS OUT PAST THE AGING DAYS' TO O-DLV-MSG
               PERFORM 9150-MSG-LINE
           ELSE
               PERFORM 5100-AGED-REPORT
           END-IF.

       5050-AGE-ORDER.
           IF W-ORD-ROUTE-DATE NUMERIC
               AND W-ORD-ROUTE-DATE > 0
               COMPUTE W-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(W-TODAY) -
                   FUNCTION INTEGER-OF-DATE(W-ORD-ROUTE-DATE)
           ELSE
               MOVE 0 TO W-DAYS-OUT
           END-IF.
           IF W-DAYS-OUT NOT < W-AGE-DAYS
               ADD 1 TO W-AGED-CTR
               MOVE W-ORD-TEAM       TO AGW-TEAM
               MOVE W-ORD-RUN-NO     TO AGW-RUN-NO
               MOVE W-ORD-ZIP        TO AGW-ZIP
               MOVE W-ORD-SEQ-NO     TO AGW-SEQ-NO
               MOVE W-ORD-ROUTE-DATE TO AGW-ROUTE-DATE
               MOVE W-DAYS-OUT       TO AGW-DAYS
               MOVE W-ORD-STATUS     TO AGW-STATUS
               MOVE W-ORD-ATTEMPTS   TO AGW-ATTEMPTS
               MOVE W-ORD-LNAME      TO AGW-LNAME
               MOVE W-ORD-FNAME      TO AGW-FNAME
               MOVE W-ORD-ADDRESS    TO AGW-ADDRESS
               MOVE W-ORD-CITY       TO AGW-CITY
               MOVE W-ORD-POP-TYPE   TO AGW-POP-TYPE
               MOVE W-ORD-NUM-CASES  TO AGW-CASES
               MOVE W-ORD-SELLER-NO  TO AGW-SELLER-NO
               WRITE AGW-REC
           END-IF.

       5100-AGED-REPORT.
           MOVE SPACE TO W-PREV-TEAM.
           OPEN INPUT AGED-SORTED-FILE.
           PERFORM UNTIL MORE-AGED = 'NO'
               READ AGED-SORTED-FILE
                   AT END
                       MOVE 'NO' TO MORE-AGED
                   NOT AT END
                       IF AGS-TEAM NOT = W-PREV-TEAM
                           IF W-PREV-TEAM NOT = SPACE
                               PERFORM 5300-AGED-TEAM-TOTAL
                           END-IF
                           MOVE AGS-TEAM TO W-PREV-TEAM
                           MOVE AGS-TEAM TO O-AGED-TEAM
                           MOVE 0 TO W-PREV-RUN-NO
                           PERFORM 9460-AGED-HEADING
                       END-IF
                       IF AGS-RUN-NO NOT = W-PREV-RUN-NO
                           MOVE AGS-RUN-NO TO W-PREV-RUN-NO
                           PERFORM 5150-AGED-ROUTE-LINE
                       END-IF
                       PERFORM 5200-AGED-DETAIL
               END-READ
           END-PERFORM.
           CLOSE AGED-SORTED-FILE.
           IF W-PREV-TEAM NOT = SPACE
               PERFORM 5300-AGED-TEAM-TOTAL.

       5150-AGED-ROUTE-LINE.
           MOVE AGS-RUN-NO      TO O-AGED-ROUTE-RUN.
           MOVE AGS-ROUTE-DATE  TO W-DATE-WORK.
           MOVE W-DATE-MONTH    TO O-AGED-ROUTE-MONTH.
           MOVE W-DATE-DAY      TO O-AGED-ROUTE-DAY.
           MOVE W-DATE-YEAR     TO O-AGED-ROUTE-YEAR.
           WRITE PRTDLVLINE
              FROM AGED-ROUTE-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9460-AGED-HEADING.

       5200-AGED-DETAIL.
           MOVE AGS-RUN-NO      TO O-AGED-RUN.
           MOVE AGS-SEQ-NO      TO O-AGED-SEQ.
           MOVE AGS-LNAME       TO O-AGED-LNAME.
           MOVE AGS-FNAME       TO O-AGED-FNAME.
           MOVE AGS-ADDRESS     TO O-AGED-ADDRESS.
           MOVE AGS-CITY        TO O-AGED-CITY.
           MOVE AGS-POP-TYPE    TO W-POP-TYPE.
           PERFORM 9320-POP-NAME.
           MOVE W-POP-NAME      TO O-AGED-POP.
           MOVE AGS-CASES       TO O-AGED-CASES.
           MOVE AGS-SELLER-NO   TO O-AGED-SELLER.
           MOVE AGS-DAYS        TO O-AGED-DAYS.
           MOVE AGS-ATTEMPTS    TO O-AGED-TRIES.
           MOVE AGS-STATUS      TO W-RESULT-CODE.
           PERFORM 9300-RESULT-DESC.
           MOVE W-RESULT-DESC   TO O-AGED-LAST.
           ADD 1                TO W-TEAM-AGED-CTR.
           ADD AGS-CASES        TO W-TEAM-AGED-CASES.
           WRITE PRTDLVLINE
              FROM AGED-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9460-AGED-HEADING.

       5300-AGED-TEAM-TOTAL.
           MOVE W-PREV-TEAM       TO O-AGED-TOT-TEAM.
           MOVE W-TEAM-AGED-CTR   TO O-AGED-TOT-CTR.
           MOVE W-TEAM-AGED-CASES TO O-AGED-TOT-CASES.
           WRITE PRTDLVLINE
              FROM AGED-TEAM-TOTAL-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9460-AGED-HEADING.
           MOVE 0 TO W-TEAM-AGED-CTR.
           MOVE 0 TO W-TEAM-AGED-CASES.

       6000-RUN-SUMMARY.
           PERFORM 9100-HEADING.
           MOVE 'RUN SUMMARY' TO O-DLV-SECTION.
           PERFORM 9110-SECTION-LINE.
           MOVE 'CONFIRMATIONS READ'          TO O-DLV-CTR-LABEL.
           MOVE W-DLV-READ-CTR                TO O-DLV-CTR.
           PERFORM 6100-CTR-LINE.
           MOVE 'DELIVERED - ORDERS CLOSED'   TO O-DLV-CTR-LABEL.
           MOVE W-DELIVERED-CTR               TO O-DLV-CTR.
           PERFORM 6100-CTR-LINE.
           MOVE 'REFUSED - RETURNS WRITTEN'   TO O-DLV-CTR-LABEL.
           MOVE W-REFUSED-CTR                 TO O-DLV-CTR.
           PERFORM 6100-CTR-LINE.
           MOVE 'NOT HOME'                    TO O-DLV-CTR-LABEL.
           MOVE W-NOT-HOME-CTR                TO O-DLV-CTR.
           PERFORM 6100-CTR-LINE.
           MOVE 'WRONG ADDRESS'               TO O-DLV-CTR-LABEL.
           MOVE W-WRONG-ADDR-CTR              TO O-DLV-CTR.
           PERFORM 6100-CTR-LINE.
           MOVE 'CONFIRMATIONS REJECTED'      TO O-DLV-CTR-LABEL.
           MOVE W-REJECT-CTR                  TO O-DLV-CTR.
           PERFORM 6100-CTR-LINE.
           MOVE 'ORDERS STILL OPEN'           TO O-DLV-CTR-LABEL.
           MOVE W-OPEN-CTR                    TO O-DLV-CTR.
           PERFORM 6100-CTR-LINE.
           MOVE 'OPEN ORDERS PAST AGING DAYS' TO O-DLV-CTR-LABEL.
           MOVE W-AGED-CTR                    TO O-DLV-CTR.
           PERFORM 6100-CTR-LINE.
           MOVE 'CLOSED ORDERS DROPPED FROM FILE'
                                              TO O-DLV-CTR-LABEL.
           MOVE W-DROP-CTR                    TO O-DLV-CTR.
           PERFORM 6100-CTR-LINE.
           IF W-RTN-CTR > 0
               MOVE SPACES TO O-DLV-MSG
               STRING 'RETURNS ADDED TO THE POP SALES INPUT AS BATCH '
                                             DELIMITED BY SIZE
                      W-RTN-BATCH-NO         DELIMITED BY SIZE
                   INTO O-DLV-MSG
               PERFORM 9150-MSG-LINE
           END-IF.

       6100-CTR-LINE.
           WRITE PRTDLVLINE
              FROM DLV-CTR-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       9100-HEADING.
           ADD 1 TO CPCTR.
           MOVE CPCTR TO O-PCTR.
           WRITE PRTDLVLINE
             FROM DLV-TITLE-LINE
                AFTER ADVANCING PAGE.
           WRITE PRTDLVLINE
              FROM DLV-TITLE-LINE2
                 AFTER ADVANCING 1 LINES.
           WRITE PRTDLVLINE
              FROM DLV-TITLE-LINE1
                 AFTER ADVANCING 1 LINES.

       9110-SECTION-LINE.
           WRITE PRTDLVLINE
              FROM DLV-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       9150-MSG-LINE.
           WRITE PRTDLVLINE
              FROM DLV-MSG-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       9300-RESULT-DESC.
           EVALUATE W-RESULT-CODE
               WHEN 'D'  MOVE 'DELIVERED'     TO W-RESULT-DESC
               WHEN 'N'  MOVE 'NOT HOME'      TO W-RESULT-DESC
               WHEN 'R'  MOVE 'REFUSED'       TO W-RESULT-DESC
               WHEN 'W'  MOVE 'WRONG ADDRESS' TO W-RESULT-DESC
               WHEN 'O'  MOVE 'NOT TRIED'     TO W-RESULT-DESC
               WHEN 'V'  MOVE 'REVERSED'      TO W-RESULT-DESC
               WHEN OTHER
                   MOVE W-RESULT-CODE TO W-RESULT-DESC
           END-EVALUATE.

       9320-POP-NAME.
           EVALUATE W-POP-TYPE
               WHEN 1  MOVE 'COKE'             TO W-POP-NAME
               WHEN 2  MOVE 'DIET COKE'        TO W-POP-NAME
               WHEN 3  MOVE 'MELLO YELLO'      TO W-POP-NAME
               WHEN 4  MOVE 'CHERRY COKE'      TO W-POP-NAME
               WHEN 5  MOVE 'DIET CHERRY COKE' TO W-POP-NAME
               WHEN 6  MOVE 'SPRITE'           TO W-POP-NAME
               WHEN OTHER
                   MOVE SPACES                 TO W-POP-NAME
           END-EVALUATE.

       9460-AGED-HEADING.
           PERFORM 9100-HEADING.
           WRITE PRTDLVLINE
              FROM AGED-TITLE-LINE
                 AFTER ADVANCING 2 LINES.
           WRITE PRTDLVLINE
              FROM AGED-HEADING-LINE
                 AFTER ADVANCING 2 LINES.
