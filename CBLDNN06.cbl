
      *****************************************************************
      * THIS PROGRAM closes out the fundraising season. it archives   *
      * the season master, the profit master, the seller master       *
      * season to date figures, the inventory to date counters, the   *
      * deposit ledger, the delivery orders still open and the bank   *
      * deposit file to a dated archive file, prints a final season   *
      * summary, and then resets the masters and clears the open      *
      * order file for the new drive. deposits the bank has not yet   *
      * cleared stay on the deposit file with their items for         *
      * CBLYAL09, and so does the last deposit so that CBLYAL08       *
      * numbering carries on. cleared deposits are kept on the        *
      * archive only.                                                 *
      * it refuses to close while the last CBLYAL04 run is            *
      * still in status A, while any seller still owes money, or      *
      * unless the last entry on the run control file is a passed     *
      * CBLYAL15 integrity audit, and it writes its own close out     *
      * record to the run control file for the audit trail.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS STD-FILE-STATUS.

           SELECT PROFIT-MASTER
                 ASSIGN TO GPM-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GPM-FILE-STATUS.

           SELECT SELLER-MASTER
                 ASSIGN TO SLM-PATH
                 ORGANIZATION IS INDEXED
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INV-FILE-STATUS.

           SELECT DEP-LEDGER-FILE
                 ASSIGN TO DEP-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DEP-FILE-STATUS.

           SELECT OPEN-ORDER-FILE
                 ASSIGN TO ORD-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ORD-FILE-STATUS.

           SELECT DEPOSIT-FILE
                 ASSIGN TO DPS-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DPS-FILE-STATUS.

           SELECT ARCHIVE-FILE
                 ASSIGN TO ARC-PATH
                 ORGANIZATION IS LINE SEQUENTIAL.
                 88  RUN-COMPLETED       VALUE 'C'.
                 88  RUN-STARTED         VALUE 'A'.
                 88  RUN-CLOSEOUT        VALUE 'X'.
                 88  RUN-AUDIT-PASSED    VALUE 'P'.
                 88  RUN-AUDIT-FAILED    VALUE 'F'.

       FD  SEASON-MASTER
             LABEL RECORD IS STANDARD
                 10  STD-TAXST-TAX       PIC S9(7)V99.
                 10  STD-TAXST-DEPOSIT   PIC S9(7)V99.

       FD  PROFIT-MASTER
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 293 CHARACTERS
             DATA RECORD IS GPM-REC.

       01  GPM-REC                       PIC X(293).

       FD  SELLER-MASTER
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 72 CHARACTERS
             05  INV-REORDER-PT          PIC 9(5).
             05  INV-BIN-LOC             PIC X(4).

       FD  DEP-LEDGER-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 20 CHARACTERS
             DATA RECORD IS DEP-REC.

       01  DEP-REC                       PIC X(20).

       FD  OPEN-ORDER-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 121 CHARACTERS
             DATA RECORD IS ORD-REC.

       01  ORD-REC                       PIC X(121).

       FD  DEPOSIT-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 51 CHARACTERS
             DATA RECORD IS DPS-REC.

       01  DPS-REC                       PIC X(51).

       FD  ARCHIVE-FILE
             LABEL RECORD IS STANDARD
             RECORD CONTAINS 335 CHARACTERS
       01  FILE-PATH-AREA.
           05 RUN-PATH        PIC X(80) VALUE 'CBLPOPRUN.DAT'.
           05 STD-PATH        PIC X(80) VALUE 'CBLPOPSTD.DAT'.
           05 GPM-PATH        PIC X(80) VALUE 'CBLPOPGPM.DAT'.
           05 SLM-PATH        PIC X(80) VALUE 'CBLPOPSLM.DAT'.
           05 INV-PATH        PIC X(80) VALUE 'CBLPOPINV.DAT'.
           05 DEP-PATH        PIC X(80) VALUE 'CBLPOPDEP.DAT'.
           05 ORD-PATH        PIC X(80) VALUE 'CBLPOPORD.DAT'.
           05 DPS-PATH        PIC X(80) VALUE 'CBLPOPDPS.DAT'.
           05 ARC-PATH        PIC X(80) VALUE SPACES.
           05 PRTCL-PATH      PIC X(80) VALUE 'CBLPOPCLS.PRT'.

           05 RUN-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-RUNS                PIC XXX           VALUE 'YES'.
           05 STD-FILE-STATUS          PIC XX            VALUE '00'.
           05 GPM-FILE-STATUS          PIC XX            VALUE '00'.
           05 SLM-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-SELLERS             PIC XXX           VALUE 'YES'.
           05 INV-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-INVS                PIC XXX           VALUE 'YES'.
           05 DEP-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-DEPS                PIC XXX           VALUE 'YES'.
           05 ORD-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-ORDS                PIC XXX           VALUE 'YES'.
           05 DPS-FILE-STATUS          PIC XX            VALUE '00'.
           05 MORE-DPSS                PIC XXX           VALUE 'YES'.
           05 W-LAST-RUN-NO            PIC 9(5)          VALUE ZERO.
           05 W-LAST-RUN-STATUS        PIC X             VALUE 'C'.
           05 W-RUN-OPEN-SW            PIC XXX           VALUE 'NO'.
           05 W-AUDIT-OK-SW            PIC XXX           VALUE 'NO'.
           05 W-OWING-CTR              PIC 9(4)          VALUE ZERO.
           05 W-OWE-HDG-SW             PIC XXX           VALUE 'NO'.
           05 W-CLOSE-OK-SW            PIC XXX           VALUE 'YES'.
           05 W-TOT-SALES-TD           PIC S9(9)V99      VALUE ZERO.
           05 W-TOT-PAID-TD            PIC S9(9)V99      VALUE ZERO.
           05 W-INV-SUB                PIC 9             VALUE ZERO.
           05 W-DPS-LOADED-SW          PIC XXX           VALUE 'NO'.
           05 W-DPS-FULL-SW            PIC XXX           VALUE 'NO'.
           05 W-LAST-DEP-NO            PIC 9(5)          VALUE ZERO.
           05 W-DPS-SUB                PIC 9(4)          VALUE ZERO.
           05 W-DPS-SUB2               PIC 9(4)          VALUE ZERO.
           05 W-DPS-KEPT-CTR           PIC 9(4)          VALUE ZERO.

       01  INV-TABLE-AREA.
           05 W-INV-CTR                PIC 9             VALUE ZERO.
           05 W-INV-ENTRY OCCURS 6 TIMES.
               10 W-INV-REC-IMAGE      PIC X(35).

       01  DPS-TABLE-AREA.
           05 W-DPS-CTR                PIC 9(4)          VALUE ZERO.
           05 W-DPS-ENTRY OCCURS 5000 TIMES.
               10 W-DPS-REC-IMAGE.
                   15 W-DPS-REC-TYPE   PIC X.
                   15 W-DPS-DEP-NO     PIC 9(5).
                   15 FILLER           PIC X(27).
                   15 W-DPS-STATUS     PIC X.
                   15 FILLER           PIC X(17).
               10 W-DPS-KEEP-SW        PIC X.

       01 CLS-TITLE-LINE.
           05 FILLER                  PIC X(6)            VALUE
                                                          "DATE: ".
           05 O-REFUSE-RUN-NO         PIC ZZZZ9.
           05 FILLER                  PIC X(71)           VALUE SPACES.

       01 CLS-REFUSE-AUDIT-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(20)           VALUE
              'CLOSE-OUT REFUSED - '.
           05 O-REFUSE-AUDIT          PIC X(50).
           05 FILLER                  PIC X(59)           VALUE SPACES.

       01 CLS-REFUSE-OWE-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(44)           VALUE
           05 O-REFUSE-OWE-CTR        PIC Z,ZZ9.
           05 FILLER                  PIC X(80)           VALUE SPACES.

       01 CLS-DPS-FULL-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(42)           VALUE
              'DEPOSIT FILE NOT RESET - OVER 5000 RECORDS'.
           05 FILLER                  PIC X(87)           VALUE SPACES.

       01 CLS-DPS-KEPT-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(46)           VALUE
              'DEPOSIT FILE RESET - RECORDS CARRIED FORWARD: '.
           05 O-DPS-KEPT-CTR          PIC Z,ZZ9.
           05 FILLER                  PIC X(78)           VALUE SPACES.

       01 OWE-HEADING-LINE.
           05 FILLER                  PIC X(3)            VALUE SPACES.
           05 FILLER                  PIC X(4)            VALUE 'TEAM'.
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
               MOVE DEP-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO DEP-PATH
               MOVE ORD-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO ORD-PATH
               MOVE DPS-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO DPS-PATH
               MOVE ARC-PATH TO W-PATH-FILE
               PERFORM 1360-PREFIX-PATH
               MOVE W-PATH-BUILT TO ARC-PATH
                        AT EOP
                           PERFORM 9100-HEADING
           END-IF.
           IF W-RUN-OPEN-SW = 'NO'
               AND W-AUDIT-OK-SW = 'NO'
               MOVE 'NO' TO W-CLOSE-OK-SW
               IF W-LAST-RUN-STATUS = 'F'
                   MOVE 'LAST INTEGRITY AUDIT (CBLYAL15) FAILED'
                       TO O-REFUSE-AUDIT
               ELSE
                   MOVE 'NO PASSED INTEGRITY AUDIT SINCE THE LAST RUN'
                       TO O-REFUSE-AUDIT
               END-IF
               WRITE PRTCLLINE
                  FROM CLS-REFUSE-AUDIT-LINE
                     AFTER ADVANCING 3 LINES
                        AT EOP
                           PERFORM 9100-HEADING
           END-IF.
           IF W-OWING-CTR > 0
               MOVE 'NO' TO W-CLOSE-OK-SW
               MOVE W-OWING-CTR TO O-REFUSE-OWE-CTR
           IF W-LAST-RUN-STATUS = 'A'
               MOVE 'YES' TO W-RUN-OPEN-SW
           END-IF.
           IF W-LAST-RUN-STATUS = 'P'
               MOVE 'YES' TO W-AUDIT-OK-SW
           END-IF.

       2200-CHECK-SELLER-BALANCES.
           OPEN INPUT SELLER-MASTER.
       3000-ARCHIVE.
           OPEN OUTPUT ARCHIVE-FILE.
           PERFORM 3100-ARCHIVE-SEASON.
           PERFORM 3150-ARCHIVE-PROFIT.
           PERFORM 3200-ARCHIVE-SELLERS.
           PERFORM 3300-ARCHIVE-INVENTORY.
           PERFORM 3400-ARCHIVE-DEP-LEDGER.
           PERFORM 3500-ARCHIVE-ORDERS.
           PERFORM 3600-ARCHIVE-DEPOSITS.
           CLOSE ARCHIVE-FILE.

       3100-ARCHIVE-SEASON.
               CLOSE SEASON-MASTER
           END-IF.

       3150-ARCHIVE-PROFIT.
           OPEN INPUT PROFIT-MASTER.
           IF GPM-FILE-STATUS = '00'
               READ PROFIT-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'GPM'   TO ARC-TYPE
                       MOVE GPM-REC TO ARC-DATA
                       WRITE ARC-REC
               END-READ
               CLOSE PROFIT-MASTER
           END-IF.

       3200-ARCHIVE-SELLERS.
           OPEN INPUT SELLER-MASTER.
           MOVE 'YES' TO MORE-SELLERS.
               END-PERFORM
               CLOSE INVENTORY-FILE.

       3400-ARCHIVE-DEP-LEDGER.
           OPEN INPUT DEP-LEDGER-FILE.
           IF DEP-FILE-STATUS = '00'
               PERFORM UNTIL MORE-DEPS = 'NO'
                   READ DEP-LEDGER-FILE
                       AT END
                           MOVE 'NO' TO MORE-DEPS
                       NOT AT END
                           MOVE 'DEP'   TO ARC-TYPE
                           MOVE DEP-REC TO ARC-DATA
                           WRITE ARC-REC
                   END-READ
               END-PERFORM
               CLOSE DEP-LEDGER-FILE.

       3500-ARCHIVE-ORDERS.
           OPEN INPUT OPEN-ORDER-FILE.
           IF ORD-FILE-STATUS = '00'
               PERFORM UNTIL MORE-ORDS = 'NO'
                   READ OPEN-ORDER-FILE
                       AT END
                           MOVE 'NO' TO MORE-ORDS
                       NOT AT END
                           MOVE 'ORD'   TO ARC-TYPE
                           MOVE ORD-REC TO ARC-DATA
                           WRITE ARC-REC
                   END-READ
               END-PERFORM
               CLOSE OPEN-ORDER-FILE.

       3600-ARCHIVE-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE.
           IF DPS-FILE-STATUS = '00'
               MOVE 'YES' TO W-DPS-LOADED-SW
               PERFORM UNTIL MORE-DPSS = 'NO'
                   READ DEPOSIT-FILE
                       AT END
                           MOVE 'NO' TO MORE-DPSS
                       NOT AT END
                           MOVE 'DPS'   TO ARC-TYPE
                           MOVE DPS-REC TO ARC-DATA
                           WRITE ARC-REC
                           PERFORM 3650-HOLD-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE.

       3650-HOLD-DEPOSIT.
           IF W-DPS-CTR < 5000
               ADD 1 TO W-DPS-CTR
               MOVE DPS-REC TO W-DPS-REC-IMAGE(W-DPS-CTR)
               MOVE 'N'     TO W-DPS-KEEP-SW(W-DPS-CTR)
               IF W-DPS-DEP-NO(W-DPS-CTR) > W-LAST-DEP-NO
                   MOVE W-DPS-DEP-NO(W-DPS-CTR) TO W-LAST-DEP-NO
               END-IF
           ELSE
               MOVE 'YES' TO W-DPS-FULL-SW
           END-IF.

       4000-SUMMARY-REPORT.
           MOVE 'FINAL SEASON SUMMARY - CASES BY POP TYPE'
               TO O-SUM-SECTION.

       5000-RESET-MASTERS.
           PERFORM 5100-RESET-SEASON.
           PERFORM 5150-RESET-PROFIT.
           PERFORM 5200-RESET-SELLERS.
           PERFORM 5300-RESET-INVENTORY.
           PERFORM 5400-RESET-ORDERS.
           PERFORM 5500-RESET-DEPOSITS.

       5100-RESET-SEASON.
           MOVE 0 TO STD-CTR-COKE.
           WRITE STD-REC.
           CLOSE SEASON-MASTER.

       5150-RESET-PROFIT.
           OPEN OUTPUT PROFIT-MASTER.
           CLOSE PROFIT-MASTER.

       5200-RESET-SELLERS.
           OPEN I-O SELLER-MASTER.
           MOVE 'YES' TO MORE-SELLERS.
           END-PERFORM.
           CLOSE INVENTORY-FILE.

       5400-RESET-ORDERS.
           OPEN OUTPUT OPEN-ORDER-FILE.
           CLOSE OPEN-ORDER-FILE.

       5500-RESET-DEPOSITS.
           IF W-DPS-LOADED-SW = 'YES'
               IF W-DPS-FULL-SW = 'YES'
                   WRITE PRTCLLINE
                      FROM CLS-DPS-FULL-LINE
                         AFTER ADVANCING 3 LINES
                            AT EOP
                               PERFORM 9100-HEADING
               ELSE
                   PERFORM VARYING W-DPS-SUB FROM 1 BY 1
                       UNTIL W-DPS-SUB > W-DPS-CTR
                       IF W-DPS-REC-TYPE(W-DPS-SUB) = 'H'
                           AND (W-DPS-STATUS(W-DPS-SUB) NOT = 'C'
                                OR W-DPS-DEP-NO(W-DPS-SUB)
                                       = W-LAST-DEP-NO)
                           MOVE 'Y' TO W-DPS-KEEP-SW(W-DPS-SUB)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING W-DPS-SUB FROM 1 BY 1
                       UNTIL W-DPS-SUB > W-DPS-CTR
                       IF W-DPS-REC-TYPE(W-DPS-SUB) = 'I'
                           PERFORM 5550-KEEP-ITEM
                       END-IF
                   END-PERFORM
                   OPEN OUTPUT DEPOSIT-FILE
                   PERFORM VARYING W-DPS-SUB FROM 1 BY 1
                       UNTIL W-DPS-SUB > W-DPS-CTR
                       IF W-DPS-KEEP-SW(W-DPS-SUB) = 'Y'
                           MOVE W-DPS-REC-IMAGE(W-DPS-SUB) TO DPS-REC
                           WRITE DPS-REC
                           ADD 1 TO W-DPS-KEPT-CTR
                       END-IF
                   END-PERFORM
                   CLOSE DEPOSIT-FILE
                   MOVE W-DPS-KEPT-CTR TO O-DPS-KEPT-CTR
                   WRITE PRTCLLINE
                      FROM CLS-DPS-KEPT-LINE
                         AFTER ADVANCING 3 LINES
                            AT EOP
                               PERFORM 9100-HEADING
               END-IF
           END-IF.

       5550-KEEP-ITEM.
           PERFORM VARYING W-DPS-SUB2 FROM 1 BY 1
               UNTIL W-DPS-SUB2 > W-DPS-CTR
                  OR W-DPS-KEEP-SW(W-DPS-SUB) = 'Y'
               IF W-DPS-REC-TYPE(W-DPS-SUB2) = 'H'
                   AND W-DPS-KEEP-SW(W-DPS-SUB2) = 'Y'
                   AND W-DPS-DEP-NO(W-DPS-SUB2)
                           = W-DPS-DEP-NO(W-DPS-SUB)
                   MOVE 'Y' TO W-DPS-KEEP-SW(W-DPS-SUB)
               END-IF
           END-PERFORM.

       6000-WRITE-RUN-RECORD.
           ADD 1 TO W-LAST-RUN-NO.
           OPEN EXTEND RUNCTL-FILE.
