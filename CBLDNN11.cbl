       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CBLYAL11.
       AUTHOR.                 yasir ali.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      * THIS PROGRAM handles bottler purchase orders. receipts on the *
      * receiving file from the last CBLYAL04 run are matched against *
      * the open purchase orders for the same pop type, oldest first, *
      * and short and over shipments are reported. open orders past   *
      * their due date are listed. then every pop type whose on-hand  *
      * has dropped below its reorder point gets a numbered purchase  *
      * order on the open-po file for enough cases to cover the       *
      * outstanding checkout requests, the reorder point and the      *
      * vendor minimum, less what is already on order. a purchase     *
      * order document is printed for each new order. fully received  *
      * orders are dropped when the open-po file is rewritten.        *
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

           SELECT INVENTORY-FILE
                 ASSIGN TO INV-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INV-FILE-STATUS.

           SELECT VENDOR-FILE
                 ASSIGN TO VND-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS VND-FILE-STATUS.

           SELECT CHK-REQUEST-FILE
                 ASSIGN TO CRQ-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CRQ-FILE-STATUS.

           SELECT RECEIVING-FILE
                 ASSIGN TO RCV-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RCV-FILE-STATUS.

           SELECT OPEN-PO-FILE
                 ASSIGN TO POF-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS POF-FILE-STATUS.

           SELECT PRTPOROUT
                 ASSIGN TO PRTPOR-PATH
                 ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTPODOUT
                 ASSIGN TO PRTPOD-PATH
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

       FD  VENDOR-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 45 CHARACTERS
             DATA RECORD IS VND-REC.

       01  VND-REC.
             05  VND-POP-TYPE            PIC 99.
             05  VND-NAME                PIC X(24).
             05  VND-PHONE               PIC X(12).
             05  VND-LEAD-DAYS           PIC 9(3).
             05  VND-MIN-ORDER           PIC 9(4).

       FD  CHK-REQUEST-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 7 CHARACTERS
             DATA RECORD IS CRQ-REC.

       01  CRQ-REC.
             05  CRQ-TEAM                PIC X.
             05  CRQ-POP-TYPE            PIC 99.
             05  CRQ-CASES               PIC 9(4).

       FD  RECEIVING-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 7 CHARACTERS
             DATA RECORD IS RCV-REC.

       01  RCV-REC.
             05  RCV-POP-TYPE            PIC 99.
             05  RCV-QTY                 PIC 9(4).
             05  RCV-CODE                PIC X.
                 88  RCV-IS-RECEIPT      VALUE 'R'.
                 88  RCV-IS-RETURN       VALUE 'B'.

       FD  OPEN-PO-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 67 CHARACTERS
             DATA RECORDS ARE POF-REC POF-HDR-REC.

       01  POF-REC.
             05  POF-REC-TYPE            PIC X.
                 88  POF-IS-HEADER       VALUE 'H'.
                 88  POF-IS-ORDER        VALUE 'P'.
             05  POF-PO-NO               PIC 9(5).
             05  POF-POP-TYPE            PIC 99.
             05  POF-VENDOR              PIC X(24).
             05  POF-ORDER-DATE          PIC 9(8).
             05  POF-DUE-DATE            PIC 9(8).
             05  POF-ORDER-QTY           PIC 9(5).
             05  POF-RECEIVED-QTY        PIC 9(5).
             05  POF-STATUS              PIC X.
                 88  POF-OPEN            VALUE 'O'.
                 88  POF-PARTIAL         VALUE 'P'.
                 88  POF-CLOSED          VALUE 'C'.
             05  POF-LAST-RCV-DATE       PIC 9(8).

       01  POF-HDR-REC.
             05  POF-HDR-TYPE            PIC X.
             05  POF-HDR-LAST-PO         PIC 9(5).
             05  POF-HDR-LAST-RUN        PIC 9(5).
             05  FILLER                  PIC X(56).

       FD  PRTPOROUT
             LABEL RECORD IS OMITTED
             RECORD CONTAINS 132 CHARACTERS
             DATA RECORD IS PRTPORLINE
             LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTPORLINE                 PIC X(132).

       FD  PRTPODOUT
             LABEL RECORD IS OMITTED
             RECORD CONTAINS 132 CHARACTERS
             DATA RECORD IS PRTPODLINE.

       01  PRTPODLINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-PATH-AREA.
           05 RUN-PATH        PIC X(80) VALUE 'CBLPOPRUN.DAT'.
           05 INV-PATH        PIC X(80) VALUE 'CBLPOPINV.DAT'.
           05 VND-PATH        PIC X(80) VALUE 'CBLPOPVND.DAT'.
           05 CRQ-PATH        PIC X(80) VALUE 'CBLPOPCRQ.DAT'.
           05 RCV-PATH        PIC X(80) VALUE 'CBLPOPRCV.DAT'.
           05 POF-PATH        PIC X(80) VALUE 'CBLPOPPOF.DAT'.
           05 PRTPOR-PATH     PIC X(80) VALUE 'CBLPOPPOR.PRT'.
           05 PRTPOD-PATH     PIC X(80) VALUE 'CBLPOPPOD.PRT'.

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
           05 RUN-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-RUNS                PIC XXX           VALUE 'YES'.
           05 INV-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-INVS                PIC XXX           VALUE 'YES'.
           05 VND-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-VNDS                PIC XXX           VALUE 'YES'.
           05 CRQ-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-CRQS                PIC XXX           VALUE 'YES'.
           05 RCV-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-RCVS                PIC XXX           VALUE 'YES'.
           05 POF-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-POFS                PIC XXX           VALUE 'YES'.
           05 W-PO-OK-SW               PIC XXX           VALUE 'YES'.
           05 W-FOUND-SW               PIC XXX           VALUE 'NO'.
           05 W-SUB                    PIC 9(4)          VALUE ZERO.
           05 W-HIT                    PIC 9(4)          VALUE ZERO.
           05 W-POP-SUB                PIC 9             VALUE ZERO.
           05 W-POP-NAME               PIC X(16)         VALUE SPACES.
           05 W-TODAY                  PIC 9(8)          VALUE ZERO.
           05 W-LAST-RUN-NO            PIC 9(5)          VALUE ZERO.
           05 W-LAST-PO-NO             PIC 9(5)          VALUE ZERO.
           05 W-MATCHED-RUN-NO         PIC 9(5)          VALUE ZERO.
           05 W-DAYS-LATE              PIC S9(5)         VALUE ZERO.
           05 W-DIFF                   PIC S9(5)         VALUE ZERO.
           05 W-NEED                   PIC S9(7)         VALUE ZERO.
           05 W-RCV-CTR                PIC 9(5)          VALUE ZERO.
           05 W-FILLED-CTR             PIC 9(5)          VALUE ZERO.
           05 W-SHORT-CTR              PIC 9(5)          VALUE ZERO.
           05 W-SHORT-QTY              PIC 9(7)          VALUE ZERO.
           05 W-OVER-CTR               PIC 9(5)          VALUE ZERO.
           05 W-OVER-QTY               PIC 9(7)          VALUE ZERO.
           05 W-NOPO-CTR               PIC 9(5)          VALUE ZERO.
           05 W-NOPO-QTY               PIC 9(7)          VALUE ZERO.
           05 W-LATE-CTR               PIC 9(5)          VALUE ZERO.
           05 W-LATE-QTY               PIC 9(7)          VALUE ZERO.
           05 W-NEW-PO-CTR             PIC 9(5)          VALUE ZERO.
           05 W-NEW-PO-QTY             PIC 9(7)          VALUE ZERO.
           05 W-DROP-CTR               PIC 9(5)          VALUE ZERO.
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

       01  POP-TABLE-AREA.
           05 W-POP-ENTRY OCCURS 6 TIMES.
               10 W-INV-ON-HAND        PIC S9(6).
               10 W-INV-REORDER        PIC 9(5).
               10 W-INV-BIN            PIC X(4).
               10 W-CRQ-DEMAND         PIC 9(7).
               10 W-ON-ORDER           PIC 9(7).
               10 W-VND-NAME           PIC X(24).
               10 W-VND-PHONE          PIC X(12).
               10 W-VND-LEAD-DAYS      PIC 9(3).
               10 W-VND-MIN-ORDER      PIC 9(4).

       01  PO-TABLE-AREA.
           05 W-POT-CTR                PIC 9(4)          VALUE ZERO.
           05 W-POT-ENTRY OCCURS 1000 TIMES.
               10 W-POT-REC-TYPE       PIC X.
               10 W-POT-PO-NO          PIC 9(5).
               10 W-POT-POP-TYPE       PIC 99.
               10 W-POT-VENDOR         PIC X(24).
               10 W-POT-ORDER-DATE     PIC 9(8).
               10 W-POT-DUE-DATE       PIC 9(8).
               10 W-POT-ORDER-QTY      PIC 9(5).
               10 W-POT-RECEIVED-QTY   PIC 9(5).
               10 W-POT-STATUS         PIC X.
               10 W-POT-LAST-RCV-DATE  PIC 9(8).

       01 POR-TITLE-LINE.
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

       01 POR-TITLE-LINE1.
           05 FILLER                  PIC X(52)           VALUE SPACES.
           05 FILLER                  PIC X(29)           VALUE
                                   'BOTTLER PURCHASE ORDER STATUS'.
           05 FILLER                  PIC X(51)           VALUE SPACES.

       01 POR-TITLE-LINE2.
           05 FILLER                  PIC X(8)            VALUE
                                       'COBYAL11'.
           05 FILLER                  PIC X(124)          VALUE SPACES.

       01 POR-REFUSE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE
                                           'PO RUN REFUSED -'.
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-REFUSE-REASON         PIC X(50).
           05 FILLER                  PIC X(62)           VALUE SPACES.

       01 POR-SECTION-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-POR-SECTION           PIC X(60).
           05 FILLER                  PIC X(69)           VALUE SPACES.

       01 RCV-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE
                                                     'POP TYPE'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       ' CASES'.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'PO NO'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'ORDERD'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'RCV TD'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'OVR/SHT'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'RESULT'.
           05 FILLER                  PIC X(59)           VALUE SPACES.

       01 RCV-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-RCV-POP-NAME          PIC X(16).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-RCV-QTY               PIC ZZ,ZZ9.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-RCV-PO-NO             PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-RCV-ORDERED           PIC ZZ,ZZ9.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-RCV-RECEIVED          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-RCV-VARIANCE          PIC ZZ,ZZ9-.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-RCV-RESULT            PIC X(30).
           05 FILLER                  PIC X(35)           VALUE SPACES.

       01 RCV-SKIP-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(40)           VALUE
                       'RECEIVING ALREADY MATCHED FOR RUN NUMBER'.
           05 FILLER                  PIC X               VALUE SPACES.
           05 O-SKIP-RUN-NO           PIC ZZZZ9.
           05 FILLER                  PIC X(83)           VALUE SPACES.

       01 OVD-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'PO NO'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE
                                                     'POP TYPE'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(24)           VALUE
                                                       'VENDOR'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'ORDER DATE'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'DUE DATE  '.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'ORDERD'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'RCV TD'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       '  OPEN'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'LATE'.
           05 FILLER                  PIC X(20)           VALUE SPACES.

       01 OVD-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-OVD-PO-NO             PIC 9(5).
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-OVD-POP-NAME          PIC X(16).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-OVD-VENDOR            PIC X(24).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-OVD-ORDER-DATE        PIC X(10).
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-OVD-DUE-DATE          PIC X(10).
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-OVD-ORDERED           PIC ZZ,ZZ9.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-OVD-RECEIVED          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-OVD-OPEN              PIC ZZ,ZZ9.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-OVD-DAYS              PIC ZZZ9.
           05 FILLER                  PIC X(20)           VALUE SPACES.

       01 NEW-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE
                                                     'POP TYPE'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(7)            VALUE
                                                      'ON HAND'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'REORDR'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'DEMAND'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'ON ORD'.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       ' ORDER'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(5)            VALUE 'PO NO'.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(10)           VALUE
                                                   'DUE DATE  '.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       'RESULT'.
           05 FILLER                  PIC X(42)           VALUE SPACES.

       01 NEW-DETAIL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-NEW-POP-NAME          PIC X(16).
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-NEW-ON-HAND           PIC ZZ,ZZ9-.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-NEW-REORDER           PIC ZZ,ZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-NEW-DEMAND            PIC ZZ,ZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-NEW-ON-ORDER          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(2)            VALUE SPACES.
           05 O-NEW-QTY               PIC ZZ,ZZ9.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-NEW-PO-NO             PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-NEW-DUE-DATE          PIC X(10).
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-NEW-RESULT            PIC X(30).
           05 FILLER                  PIC X(18)           VALUE SPACES.

       01 SUM-QTY-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-SUM-LABEL             PIC X(36).
           05 O-SUM-COUNT             PIC ZZ,ZZ9.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 O-SUM-QTY               PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(6)            VALUE
                                                       ' CASES'.
           05 FILLER                  PIC X(69)           VALUE SPACES.

       01 POD-CLUB-LINE.
           05 FILLER                  PIC X(26)           VALUE SPACES.
           05 FILLER                  PIC X(28)           VALUE
                                   'ALBIA SOCCER CLUB FUNDRAISER'.
           05 FILLER                  PIC X(78)           VALUE SPACES.

       01 POD-TITLE-LINE.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(14)           VALUE
                                               'PURCHASE ORDER'.
           05 FILLER                  PIC X(34)           VALUE SPACES.
           05 FILLER                  PIC X(11)           VALUE
                                                  'PO NUMBER: '.
           05 O-POD-PO-NO             PIC 9(5).
           05 FILLER                  PIC X(63)           VALUE SPACES.

       01 POD-DATE-LINE.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(12)           VALUE
                                                 'ORDER DATE: '.
           05 O-POD-ORDER-DATE        PIC X(10).
           05 FILLER                  PIC X(26)           VALUE SPACES.
           05 FILLER                  PIC X(12)           VALUE
                                                 'DELIVER BY: '.
           05 O-POD-DUE-DATE          PIC X(10).
           05 FILLER                  PIC X(57)           VALUE SPACES.

       01 POD-VENDOR-LINE.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(12)           VALUE
                                                 'VENDOR:     '.
           05 O-POD-VENDOR            PIC X(24).
           05 FILLER                  PIC X(12)           VALUE SPACES.
           05 FILLER                  PIC X(12)           VALUE
                                                 'PHONE:      '.
           05 O-POD-PHONE             PIC X(12).
           05 FILLER                  PIC X(55)           VALUE SPACES.

       01 POD-SHIPTO-LINE.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(12)           VALUE
                                                 'SHIP TO:    '.
           05 FILLER                  PIC X(36)           VALUE
                          'ALBIA SOCCER CLUB - POP STORAGE BIN '.
           05 O-POD-BIN               PIC X(4).
           05 FILLER                  PIC X(75)           VALUE SPACES.

       01 POD-ITEM-HEADING.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'ITEM'.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 FILLER                  PIC X(11)           VALUE
                                                  'DESCRIPTION'.
           05 FILLER                  PIC X(13)           VALUE SPACES.
           05 FILLER                  PIC X(6)            VALUE
                                                       ' CASES'.
           05 FILLER                  PIC X(89)           VALUE SPACES.

       01 POD-ITEM-LINE.
           05 FILLER                  PIC X(7)            VALUE SPACES.
           05 O-POD-POP-TYPE          PIC 99.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 O-POD-POP-NAME          PIC X(16).
           05 FILLER                  PIC X(8)            VALUE SPACES.
           05 O-POD-QTY               PIC ZZ,ZZ9.
           05 FILLER                  PIC X(89)           VALUE SPACES.

       01 POD-SIGN-LINE.
           05 FILLER                  PIC X(5)            VALUE SPACES.
           05 FILLER                  PIC X(42)           VALUE
                    'AUTHORIZED BY: __________________________'.
           05 FILLER                  PIC X(4)            VALUE SPACES.
           05 FILLER                  PIC X(16)           VALUE
                                             'DATE: __________'.
           05 FILLER                  PIC X(65)           VALUE SPACES.

       PROCEDURE DIVISION.
       0000-COBYAL11.
           PERFORM 1000-INIT.
           PERFORM 2000-VERIFY.
           IF W-PO-OK-SW = 'YES'
               PERFORM 3000-MATCH-RECEIPTS
               PERFORM 4000-PAST-DUE-ORDERS
               PERFORM 5000-WRITE-PURCHASE-ORDERS
               PERFORM 7000-REWRITE-OPEN-POS
               PERFORM 6000-SUMMARY
           END-IF.
           CLOSE PRTPOROUT.
           CLOSE PRTPODOUT.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MONTH        TO O-MONTH.
           MOVE I-DAY          TO O-DAY.
           MOVE I-YEAR         TO O-YEAR.
           MOVE I-DATE         TO W-TODAY.
           PERFORM 1300-READ-PARM-FILE.
           PERFORM 1350-BUILD-PATHS.
           OPEN OUTPUT PRTPOROUT.
           OPEN OUTPUT PRTPODOUT.
           PERFORM 9100-HEADING.
           PERFORM 1400-READ-RUN-CONTROL.
           PERFORM 1500-DEFAULT-VENDORS.
           PERFORM 1550-LOAD-VENDORS.
           PERFORM 1600-LOAD-INVENTORY.
           PERFORM 1650-LOAD-CHK-REQUESTS.
           PERFORM 1700-LOAD-OPEN-POS.

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
               MOVE INV-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO INV-PATH
               MOVE VND-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO VND-PATH
               MOVE CRQ-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO CRQ-PATH
               MOVE RCV-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO RCV-PATH
               MOVE POF-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO POF-PATH
               MOVE PRTPOR-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO PRTPOR-PATH
               MOVE PRTPOD-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO PRTPOD-PATH
           END-IF.

       1360-PREFIX-PATH.
           MOVE SPACES TO W-PATH-BUILT.
           STRING FUNCTION TRIM(W-DATA-PATH)  DELIMITED BY SIZE
                  FUNCTION TRIM(W-PATH-FILE)  DELIMITED BY SIZE
               INTO W-PATH-BUILT.

       1400-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF RUN-FILE-STATUS = '00'
               PERFORM UNTIL MORE-RUNS = 'NO'
                   READ RUNCTL-FILE
                       AT END
                           MOVE 'NO' TO MORE-RUNS
                       NOT AT END
                           IF RUN-STATUS = 'C'
                               MOVE RUN-NUMBER TO W-LAST-RUN-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

       1500-DEFAULT-VENDORS.
           PERFORM VARYING W-POP-SUB FROM 1 BY 1
               UNTIL W-POP-SUB > 6
               MOVE 0 TO W-INV-ON-HAND(W-POP-SUB)
               MOVE 0 TO W-INV-REORDER(W-POP-SUB)
               MOVE SPACES TO W-INV-BIN(W-POP-SUB)
               MOVE 0 TO W-CRQ-DEMAND(W-POP-SUB)
               MOVE 0 TO W-ON-ORDER(W-POP-SUB)
               MOVE 'COCA-COLA BOTTLING CO' TO W-VND-NAME(W-POP-SUB)
               MOVE SPACES TO W-VND-PHONE(W-POP-SUB)
               MOVE 7 TO W-VND-LEAD-DAYS(W-POP-SUB)
               MOVE 0 TO W-VND-MIN-ORDER(W-POP-SUB)
           END-PERFORM.

       1550-LOAD-VENDORS.
           OPEN INPUT VENDOR-FILE.
           IF VND-FILE-STATUS = '00'
               PERFORM UNTIL MORE-VNDS = 'NO'
                   READ VENDOR-FILE
                       AT END
                           MOVE 'NO' TO MORE-VNDS
                       NOT AT END
                           PERFORM 1555-POST-VENDOR
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE.

       1555-POST-VENDOR.
           IF VND-POP-TYPE NUMERIC
               AND VND-POP-TYPE >= 1 AND VND-POP-TYPE <= 6
               IF VND-NAME NOT = SPACES
                   MOVE VND-NAME  TO W-VND-NAME(VND-POP-TYPE)
               END-IF
               MOVE VND-PHONE     TO W-VND-PHONE(VND-POP-TYPE)
               IF VND-LEAD-DAYS NUMERIC
                   MOVE VND-LEAD-DAYS TO W-VND-LEAD-DAYS(VND-POP-TYPE)
               END-IF
               IF VND-MIN-ORDER NUMERIC
                   MOVE VND-MIN-ORDER TO W-VND-MIN-ORDER(VND-POP-TYPE)
               END-IF
           END-IF.

       1600-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE.
           IF INV-FILE-STATUS = '00'
               PERFORM UNTIL MORE-INVS = 'NO'
                   READ INVENTORY-FILE
                       AT END
                           MOVE 'NO' TO MORE-INVS
                       NOT AT END
                           PERFORM 1605-POST-INV-REC
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-FILE.

       1605-POST-INV-REC.
           IF INV-POP-TYPE NUMERIC
               AND INV-POP-TYPE >= 1 AND INV-POP-TYPE <= 6
               IF INV-ON-HAND NUMERIC
                   MOVE INV-ON-HAND    TO W-INV-ON-HAND(INV-POP-TYPE)
               END-IF
               IF INV-REORDER-PT NUMERIC
                   MOVE INV-REORDER-PT TO W-INV-REORDER(INV-POP-TYPE)
               END-IF
               MOVE INV-BIN-LOC        TO W-INV-BIN(INV-POP-TYPE)
           END-IF.

       1650-LOAD-CHK-REQUESTS.
           OPEN INPUT CHK-REQUEST-FILE.
           IF CRQ-FILE-STATUS = '00'
               PERFORM UNTIL MORE-CRQS = 'NO'
                   READ CHK-REQUEST-FILE
                       AT END
                           MOVE 'NO' TO MORE-CRQS
                       NOT AT END
                           IF CRQ-POP-TYPE NUMERIC
                               AND CRQ-POP-TYPE >= 1
                               AND CRQ-POP-TYPE <= 6
                               AND CRQ-CASES NUMERIC
                               ADD CRQ-CASES
                                   TO W-CRQ-DEMAND(CRQ-POP-TYPE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHK-REQUEST-FILE.

       1700-LOAD-OPEN-POS.
           OPEN INPUT OPEN-PO-FILE.
           IF POF-FILE-STATUS = '00'
               PERFORM UNTIL MORE-POFS = 'NO'
                   READ OPEN-PO-FILE
                       AT END
                           MOVE 'NO' TO MORE-POFS
                       NOT AT END
                           PERFORM 1705-POST-OPEN-PO
                   END-READ
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF.

       1705-POST-OPEN-PO.
           IF POF-IS-HEADER
               MOVE POF-HDR-LAST-PO  TO W-LAST-PO-NO
               MOVE POF-HDR-LAST-RUN TO W-MATCHED-RUN-NO
           ELSE
               IF W-POT-CTR < 1000
                   ADD 1 TO W-POT-CTR
                   MOVE POF-REC TO W-POT-ENTRY(W-POT-CTR)
                   IF POF-PO-NO > W-LAST-PO-NO
                       MOVE POF-PO-NO TO W-LAST-PO-NO
                   END-IF
               ELSE
                   MOVE 'NO' TO W-PO-OK-SW
                   MOVE 'NO' TO MORE-POFS
               END-IF
           END-IF.

       2000-VERIFY.
           IF INV-FILE-STATUS NOT = '00'
               MOVE 'NO INVENTORY FILE' TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           END-IF.
           IF W-PO-OK-SW = 'NO'
               AND INV-FILE-STATUS = '00'
               MOVE 'OPEN-PO FILE EXCEEDS 1000 ORDERS'
                   TO O-REFUSE-REASON
               PERFORM 2050-REFUSE
           END-IF.

       2050-REFUSE.
           MOVE 'NO' TO W-PO-OK-SW.
           WRITE PRTPORLINE
              FROM POR-REFUSE-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       3000-MATCH-RECEIPTS.
           MOVE 'RECEIPTS MATCHED AGAINST OPEN PURCHASE ORDERS'
               TO O-POR-SECTION.
           WRITE PRTPORLINE
              FROM POR-SECTION-LINE
                 AFTER ADVANCING 2 LINES.
           IF W-LAST-RUN-NO > 0
               AND W-LAST-RUN-NO = W-MATCHED-RUN-NO
               MOVE W-LAST-RUN-NO TO O-SKIP-RUN-NO
               WRITE PRTPORLINE
                  FROM RCV-SKIP-LINE
                     AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTPORLINE
                  FROM RCV-HEADING-LINE
                     AFTER ADVANCING 2 LINES
               OPEN INPUT RECEIVING-FILE
               IF RCV-FILE-STATUS = '00'
                   PERFORM UNTIL MORE-RCVS = 'NO'
                       READ RECEIVING-FILE
                           AT END
                               MOVE 'NO' TO MORE-RCVS
                           NOT AT END
                               PERFORM 3050-MATCH-RECEIPT
                       END-READ
                   END-PERFORM
                   CLOSE RECEIVING-FILE
               END-IF
               MOVE W-LAST-RUN-NO TO W-MATCHED-RUN-NO
           END-IF.

       3050-MATCH-RECEIPT.
           IF RCV-IS-RECEIPT
               AND RCV-POP-TYPE NUMERIC
               AND RCV-POP-TYPE >= 1 AND RCV-POP-TYPE <= 6
               AND RCV-QTY NUMERIC
               ADD 1 TO W-RCV-CTR
               MOVE 'NO' TO W-FOUND-SW
               MOVE 0    TO W-HIT
               PERFORM VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > W-POT-CTR OR W-FOUND-SW = 'YES'
                   IF W-POT-POP-TYPE(W-SUB) = RCV-POP-TYPE
                       AND (W-POT-STATUS(W-SUB) = 'O'
                            OR W-POT-STATUS(W-SUB) = 'P')
                       MOVE 'YES' TO W-FOUND-SW
                       MOVE W-SUB TO W-HIT
                   END-IF
               END-PERFORM
               MOVE RCV-POP-TYPE TO W-POP-SUB
               PERFORM 9320-POP-IDX-TO-NAME
               MOVE W-POP-NAME   TO O-RCV-POP-NAME
               MOVE RCV-QTY      TO O-RCV-QTY
               IF W-FOUND-SW = 'NO'
                   ADD 1 TO W-NOPO-CTR
                   ADD RCV-QTY TO W-NOPO-QTY
                   MOVE 0 TO O-RCV-PO-NO
                   MOVE 0 TO O-RCV-ORDERED
                   MOVE 0 TO O-RCV-RECEIVED
                   MOVE 0 TO O-RCV-VARIANCE
                   MOVE 'NO OPEN PO FOR THIS POP TYPE' TO O-RCV-RESULT
               ELSE
                   PERFORM 3100-APPLY-RECEIPT
               END-IF
               WRITE PRTPORLINE
                  FROM RCV-DETAIL-LINE
                     AFTER ADVANCING 1 LINES
                        AT EOP
                           PERFORM 9110-RECEIPT-HEADING
           END-IF.

       3100-APPLY-RECEIPT.
           ADD RCV-QTY  TO W-POT-RECEIVED-QTY(W-HIT).
           MOVE W-TODAY TO W-POT-LAST-RCV-DATE(W-HIT).
           COMPUTE W-DIFF = W-POT-RECEIVED-QTY(W-HIT)
                          - W-POT-ORDER-QTY(W-HIT).
           MOVE W-POT-PO-NO(W-HIT)        TO O-RCV-PO-NO.
           MOVE W-POT-ORDER-QTY(W-HIT)    TO O-RCV-ORDERED.
           MOVE W-POT-RECEIVED-QTY(W-HIT) TO O-RCV-RECEIVED.
           MOVE W-DIFF                    TO O-RCV-VARIANCE.
           EVALUATE TRUE
               WHEN W-DIFF = 0
                   MOVE 'C' TO W-POT-STATUS(W-HIT)
                   ADD 1 TO W-FILLED-CTR
                   MOVE 'FILLED - PO CLOSED' TO O-RCV-RESULT
               WHEN W-DIFF > 0
                   MOVE 'C' TO W-POT-STATUS(W-HIT)
                   ADD 1 TO W-OVER-CTR
                   ADD W-DIFF TO W-OVER-QTY
                   MOVE 'OVER SHIPMENT - PO CLOSED' TO O-RCV-RESULT
               WHEN OTHER
                   MOVE 'P' TO W-POT-STATUS(W-HIT)
                   ADD 1 TO W-SHORT-CTR
                   SUBTRACT W-DIFF FROM W-SHORT-QTY
                   MOVE 'SHORT SHIPMENT - PO STAYS OPEN'
                       TO O-RCV-RESULT
           END-EVALUATE.

       4000-PAST-DUE-ORDERS.
           MOVE 'OPEN PURCHASE ORDERS PAST THEIR DUE DATE'
               TO O-POR-SECTION.
           PERFORM 9120-PAST-DUE-HEADING.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-POT-CTR
               IF (W-POT-STATUS(W-SUB) = 'O'
                   OR W-POT-STATUS(W-SUB) = 'P')
                   AND W-POT-DUE-DATE(W-SUB) < W-TODAY
                   PERFORM 4100-PAST-DUE-LINE
               END-IF
           END-PERFORM.

       4100-PAST-DUE-LINE.
           ADD 1 TO W-LATE-CTR.
           COMPUTE W-DIFF = W-POT-ORDER-QTY(W-SUB)
                          - W-POT-RECEIVED-QTY(W-SUB).
           ADD W-DIFF TO W-LATE-QTY.
           MOVE W-POT-PO-NO(W-SUB)        TO O-OVD-PO-NO.
           MOVE W-POT-POP-TYPE(W-SUB)     TO W-POP-SUB.
           PERFORM 9320-POP-IDX-TO-NAME.
           MOVE W-POP-NAME                TO O-OVD-POP-NAME.
           MOVE W-POT-VENDOR(W-SUB)       TO O-OVD-VENDOR.
           MOVE W-POT-ORDER-DATE(W-SUB)   TO W-DATE-EDIT.
           PERFORM 9400-FORMAT-DATE.
           MOVE W-DATE-OUT                TO O-OVD-ORDER-DATE.
           MOVE W-POT-DUE-DATE(W-SUB)     TO W-DATE-EDIT.
           PERFORM 9400-FORMAT-DATE.
           MOVE W-DATE-OUT                TO O-OVD-DUE-DATE.
           MOVE W-POT-ORDER-QTY(W-SUB)    TO O-OVD-ORDERED.
           MOVE W-POT-RECEIVED-QTY(W-SUB) TO O-OVD-RECEIVED.
           MOVE W-DIFF                    TO O-OVD-OPEN.
           COMPUTE W-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(W-TODAY) -
               FUNCTION INTEGER-OF-DATE(W-POT-DUE-DATE(W-SUB)).
           MOVE W-DAYS-LATE               TO O-OVD-DAYS.
           WRITE PRTPORLINE
              FROM OVD-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9120-PAST-DUE-HEADING.

       5000-WRITE-PURCHASE-ORDERS.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-POT-CTR
               IF W-POT-STATUS(W-SUB) = 'O'
                   OR W-POT-STATUS(W-SUB) = 'P'
                   MOVE W-POT-POP-TYPE(W-SUB) TO W-POP-SUB
                   IF W-POT-RECEIVED-QTY(W-SUB)
                       < W-POT-ORDER-QTY(W-SUB)
                       COMPUTE W-ON-ORDER(W-POP-SUB) =
                           W-ON-ORDER(W-POP-SUB)
                         + W-POT-ORDER-QTY(W-SUB)
                         - W-POT-RECEIVED-QTY(W-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'PURCHASE ORDERS FOR POP BELOW THE REORDER POINT'
               TO O-POR-SECTION.
           PERFORM 9130-NEW-PO-HEADING.
           PERFORM VARYING W-POP-SUB FROM 1 BY 1
               UNTIL W-POP-SUB > 6
               PERFORM 5100-CHECK-POP-TYPE
           END-PERFORM.

       5100-CHECK-POP-TYPE.
           PERFORM 9320-POP-IDX-TO-NAME.
           MOVE W-POP-NAME                 TO O-NEW-POP-NAME.
           MOVE W-INV-ON-HAND(W-POP-SUB)   TO O-NEW-ON-HAND.
           MOVE W-INV-REORDER(W-POP-SUB)   TO O-NEW-REORDER.
           MOVE W-CRQ-DEMAND(W-POP-SUB)    TO O-NEW-DEMAND.
           MOVE W-ON-ORDER(W-POP-SUB)      TO O-NEW-ON-ORDER.
           MOVE 0                          TO O-NEW-QTY.
           MOVE 0                          TO O-NEW-PO-NO.
           MOVE SPACES                     TO O-NEW-DUE-DATE.
           IF W-INV-ON-HAND(W-POP-SUB) NOT < W-INV-REORDER(W-POP-SUB)
               MOVE 'AT OR ABOVE REORDER POINT' TO O-NEW-RESULT
           ELSE
               COMPUTE W-NEED = W-CRQ-DEMAND(W-POP-SUB)
                              + W-INV-REORDER(W-POP-SUB)
                              - W-INV-ON-HAND(W-POP-SUB)
                              - W-ON-ORDER(W-POP-SUB)
               IF W-NEED NOT > 0
                   MOVE 'COVERED BY OPEN ORDERS' TO O-NEW-RESULT
               ELSE
                   IF W-NEED < W-VND-MIN-ORDER(W-POP-SUB)
                       MOVE W-VND-MIN-ORDER(W-POP-SUB) TO W-NEED
                   END-IF
                   IF W-POT-CTR < 1000
                       PERFORM 5200-ADD-PURCHASE-ORDER
                   ELSE
                       MOVE 'OPEN-PO FILE FULL - NOT ORDERED'
                           TO O-NEW-RESULT
                   END-IF
               END-IF
           END-IF.
           WRITE PRTPORLINE
              FROM NEW-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
                    AT EOP
                       PERFORM 9130-NEW-PO-HEADING.

       5200-ADD-PURCHASE-ORDER.
           ADD 1 TO W-LAST-PO-NO.
           ADD 1 TO W-POT-CTR.
           MOVE 'P'                        TO W-POT-REC-TYPE(W-POT-CTR).
           MOVE W-LAST-PO-NO               TO W-POT-PO-NO(W-POT-CTR).
           MOVE W-POP-SUB                  TO W-POT-POP-TYPE(W-POT-CTR).
           MOVE W-VND-NAME(W-POP-SUB)      TO W-POT-VENDOR(W-POT-CTR).
           MOVE W-TODAY                 TO W-POT-ORDER-DATE(W-POT-CTR).
           COMPUTE W-POT-DUE-DATE(W-POT-CTR) =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-TODAY)
                    + W-VND-LEAD-DAYS(W-POP-SUB)).
           MOVE W-NEED                    TO W-POT-ORDER-QTY(W-POT-CTR).
           MOVE 0                    TO W-POT-RECEIVED-QTY(W-POT-CTR).
           MOVE 'O'                        TO W-POT-STATUS(W-POT-CTR).
           MOVE 0                   TO W-POT-LAST-RCV-DATE(W-POT-CTR).
           ADD 1      TO W-NEW-PO-CTR.
           ADD W-NEED TO W-NEW-PO-QTY.
           MOVE W-NEED                     TO O-NEW-QTY.
           MOVE W-LAST-PO-NO               TO O-NEW-PO-NO.
           MOVE W-POT-DUE-DATE(W-POT-CTR)  TO W-DATE-EDIT.
           PERFORM 9400-FORMAT-DATE.
           MOVE W-DATE-OUT                 TO O-NEW-DUE-DATE.
           MOVE 'PURCHASE ORDER WRITTEN'   TO O-NEW-RESULT.
           PERFORM 5300-PRINT-PO-DOCUMENT.

       5300-PRINT-PO-DOCUMENT.
           MOVE W-LAST-PO-NO               TO O-POD-PO-NO.
           MOVE W-TODAY                    TO W-DATE-EDIT.
           PERFORM 9400-FORMAT-DATE.
           MOVE W-DATE-OUT                 TO O-POD-ORDER-DATE.
           MOVE O-NEW-DUE-DATE             TO O-POD-DUE-DATE.
           MOVE W-VND-NAME(W-POP-SUB)      TO O-POD-VENDOR.
           MOVE W-VND-PHONE(W-POP-SUB)     TO O-POD-PHONE.
           MOVE W-INV-BIN(W-POP-SUB)       TO O-POD-BIN.
           MOVE W-POP-SUB                  TO O-POD-POP-TYPE.
           MOVE W-POP-NAME                 TO O-POD-POP-NAME.
           MOVE W-NEED                     TO O-POD-QTY.
           IF W-NEW-PO-CTR = 1
               WRITE PRTPODLINE
                  FROM POD-CLUB-LINE
                     AFTER ADVANCING 1 LINES
           ELSE
               WRITE PRTPODLINE
                  FROM POD-CLUB-LINE
                     AFTER ADVANCING PAGE
           END-IF.
           WRITE PRTPODLINE
              FROM POD-TITLE-LINE
                 AFTER ADVANCING 3 LINES.
           WRITE PRTPODLINE
              FROM POD-DATE-LINE
                 AFTER ADVANCING 2 LINES.
           WRITE PRTPODLINE
              FROM POD-VENDOR-LINE
                 AFTER ADVANCING 2 LINES.
           WRITE PRTPODLINE
              FROM POD-SHIPTO-LINE
                 AFTER ADVANCING 1 LINES.
           WRITE PRTPODLINE
              FROM POD-ITEM-HEADING
                 AFTER ADVANCING 3 LINES.
           WRITE PRTPODLINE
              FROM POD-ITEM-LINE
                 AFTER ADVANCING 2 LINES.
           WRITE PRTPODLINE
              FROM POD-SIGN-LINE
                 AFTER ADVANCING 6 LINES.

       6000-SUMMARY.
           MOVE 'PURCHASE ORDER SUMMARY' TO O-POR-SECTION.
           WRITE PRTPORLINE
              FROM POR-SECTION-LINE
                 AFTER ADVANCING 3 LINES
                    AT EOP
                       PERFORM 9100-HEADING.
           MOVE 'RECEIPTS READ'                   TO O-SUM-LABEL.
           MOVE W-RCV-CTR                         TO O-SUM-COUNT.
           MOVE 0                                 TO O-SUM-QTY.
           PERFORM 6100-SUMMARY-LINE.
           MOVE 'PURCHASE ORDERS FILLED'          TO O-SUM-LABEL.
           MOVE W-FILLED-CTR                      TO O-SUM-COUNT.
           MOVE 0                                 TO O-SUM-QTY.
           PERFORM 6100-SUMMARY-LINE.
           MOVE 'SHORT SHIPMENTS'                 TO O-SUM-LABEL.
           MOVE W-SHORT-CTR                       TO O-SUM-COUNT.
           MOVE W-SHORT-QTY                       TO O-SUM-QTY.
           PERFORM 6100-SUMMARY-LINE.
           MOVE 'OVER SHIPMENTS'                  TO O-SUM-LABEL.
           MOVE W-OVER-CTR                        TO O-SUM-COUNT.
           MOVE W-OVER-QTY                        TO O-SUM-QTY.
           PERFORM 6100-SUMMARY-LINE.
           MOVE 'RECEIPTS WITH NO OPEN PO'        TO O-SUM-LABEL.
           MOVE W-NOPO-CTR                        TO O-SUM-COUNT.
           MOVE W-NOPO-QTY                        TO O-SUM-QTY.
           PERFORM 6100-SUMMARY-LINE.
           MOVE 'OPEN ORDERS PAST DUE'            TO O-SUM-LABEL.
           MOVE W-LATE-CTR                        TO O-SUM-COUNT.
           MOVE W-LATE-QTY                        TO O-SUM-QTY.
           PERFORM 6100-SUMMARY-LINE.
           MOVE 'NEW PURCHASE ORDERS WRITTEN'     TO O-SUM-LABEL.
           MOVE W-NEW-PO-CTR                      TO O-SUM-COUNT.
           MOVE W-NEW-PO-QTY                      TO O-SUM-QTY.
           PERFORM 6100-SUMMARY-LINE.
           MOVE 'CLOSED ORDERS DROPPED FROM FILE' TO O-SUM-LABEL.
           MOVE W-DROP-CTR                        TO O-SUM-COUNT.
           MOVE 0                                 TO O-SUM-QTY.
           PERFORM 6100-SUMMARY-LINE.

       6100-SUMMARY-LINE.
           WRITE PRTPORLINE
              FROM SUM-QTY-LINE
                 AFTER ADVANCING 2 LINES
                    AT EOP
                       PERFORM 9100-HEADING.

       7000-REWRITE-OPEN-POS.
           OPEN OUTPUT OPEN-PO-FILE.
           MOVE SPACES           TO POF-HDR-REC.
           MOVE 'H'              TO POF-HDR-TYPE.
           MOVE W-LAST-PO-NO     TO POF-HDR-LAST-PO.
           MOVE W-MATCHED-RUN-NO TO POF-HDR-LAST-RUN.
           WRITE POF-HDR-REC.
           PERFORM VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-POT-CTR
               IF W-POT-STATUS(W-SUB) = 'C'
                   ADD 1 TO W-DROP-CTR
               ELSE
                   MOVE W-POT-ENTRY(W-SUB) TO POF-REC
                   WRITE POF-REC
               END-IF
           END-PERFORM.
           CLOSE OPEN-PO-FILE.

       9100-HEADING.
           ADD 1 TO CPCTR.
           MOVE CPCTR TO O-PCTR.
           WRITE PRTPORLINE
             FROM POR-TITLE-LINE
                AFTER ADVANCING PAGE.
           WRITE PRTPORLINE
              FROM POR-TITLE-LINE2
                 AFTER ADVANCING 1 LINES.
           WRITE PRTPORLINE
              FROM POR-TITLE-LINE1
                 AFTER ADVANCING 1 LINES.

       9110-RECEIPT-HEADING.
           PERFORM 9100-HEADING.
           WRITE PRTPORLINE
              FROM RCV-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9120-PAST-DUE-HEADING.
           PERFORM 9100-HEADING.
           WRITE PRTPORLINE
              FROM POR-SECTION-LINE
                 AFTER ADVANCING 2 LINES.
           WRITE PRTPORLINE
              FROM OVD-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

       9130-NEW-PO-HEADING.
           PERFORM 9100-HEADING.
           WRITE PRTPORLINE
              FROM POR-SECTION-LINE
                 AFTER ADVANCING 2 LINES.
           WRITE PRTPORLINE
              FROM NEW-HEADING-LINE
                 AFTER ADVANCING 2 LINES.

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

       9400-FORMAT-DATE.
           MOVE W-DATE-MM   TO W-OUT-MM.
           MOVE W-DATE-DD   TO W-OUT-DD.
           MOVE W-DATE-YYYY TO W-OUT-YYYY.
