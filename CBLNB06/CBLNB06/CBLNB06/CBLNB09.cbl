       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLNB09.
       AUTHOR.     NICO BUSATTO.
       DATE-WRITTEN.       10/15/26.
       DATE-COMPILED.      10/15/26.

      *-----------------------------------------------------------------

      **************************************************************
      *THREE-WAY MATCH OF THE BOTTLER'S INVOICES BEFORE THE CLUB    *
      *PAYS THEM.  EVERY INVOICE LINE IS HELD AGAINST THE PURCHASE  *
      *ORDER IT BILLS (THE PO HISTORY CBLNB06 KEEPS), THE CASES     *
      *CBLNB07 ACTUALLY POSTED AS RECEIVED AGAINST THAT ORDER, AND  *
      *THE CATALOG WHOLESALE COST.  A SHORT SHIPMENT, A PRICE       *
      *VARIANCE OR A LINE NO PO ASKED FOR HOLDS THE WHOLE INVOICE   *
      *FOR THE TREASURER; EVERYTHING ELSE ADDS TO THE APPROVED-TO-  *
      *PAY TOTAL.                                                   *
      **************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Bottler invoices - an "H" header per invoice naming the PO it
      *bills, followed by one "D" line per flavor billed.
            SELECT INVOICE-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

      *The match report - every line with what was ordered, received
      *and billed, each invoice's verdict, and the approved total.
            SELECT MATCH-PRT
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPIN.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

            SELECT PRODUCT-CATALOG
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCT-FILE-STATUS.

      *Every purchase-order line the weekly run has sent the bottler.
            SELECT PO-HISTORY
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.

      *Every bottler delivery CBLNB07 has posted.
            SELECT RECEIPT-LOG
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-FILE-STATUS.

      *-----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.

      *Invoice record - the header carries the bottler's invoice
      *number and date, the date of our PO it bills (the PO date is
      *how the bottler quotes the order back to us) and the invoice
      *total; a line carries the flavor, the cases billed and the
      *unit price per case.
       FD  INVOICE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS IN-REC.

       01  IN-REC.
           05  IN-REC-TYPE        PIC X.
               88  IN-IS-HEADER   VALUE "H".
               88  IN-IS-LINE     VALUE "D".
           05  FILLER             PIC X(49).

       01  IN-HEADER REDEFINES IN-REC.
           05  FILLER             PIC X.
           05  IN-INV-NO          PIC X(10).
           05  IN-INV-DATE        PIC 9(8).
           05  IN-PO-DATE         PIC 9(8).
           05  IN-INV-TOTAL       PIC 9(7)V99.
           05  FILLER             PIC X(14).

       01  IN-LINE REDEFINES IN-REC.
           05  FILLER             PIC X.
           05  IN-POP-CODE        PIC 99.
           05  IN-CASES           PIC 9(6).
           05  IN-UNIT-PRICE      PIC 9(4)V99.
           05  FILLER             PIC X(35).

       FD  MATCH-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 55 WITH FOOTING 35
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

       FD  PRODUCT-CATALOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS PCT-REC.

       01  PCT-REC.
           05  PCT-CODE           PIC 99.
           05  PCT-NAME           PIC X(16).
           05  PCT-CASE-COST      PIC 9(4)V99.
           05  PCT-ACTIVE         PIC X.
           05  PCT-WHOLESALE      PIC 9(4)V99.

       FD  PO-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS PH-REC.

       01  PH-REC.
           05  PH-CODE            PIC 99.
           05  PH-NAME            PIC X(16).
           05  PH-QTY             PIC 9(6).
           05  PH-DATE            PIC 9(8).

       FD  RECEIPT-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS RV-REC.

       01  RV-REC.
           05  RV-CODE            PIC 99.
           05  RV-QTY             PIC 9(6).
           05  RV-PO-DATE         PIC 9(8).
           05  RV-DATE            PIC 9(8).
           05  RV-USER            PIC X(8).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  X                  PIC 99.
           05  MORE-INVS          PIC XXX           VALUE "YES".
           05  MORE-CATS          PIC XXX           VALUE "YES".
           05  MORE-PHS           PIC XXX           VALUE "YES".
           05  MORE-RVS           PIC XXX           VALUE "YES".
           05  IN-FILE-STATUS     PIC XX            VALUE SPACES.
           05  PCT-FILE-STATUS    PIC XX            VALUE SPACES.
           05  PH-FILE-STATUS     PIC XX            VALUE SPACES.
           05  RV-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SW-INV-HELD        PIC XXX           VALUE "NO".
           05  SW-LINE-HELD       PIC XXX           VALUE "NO".
           05  C-LINE-STAT        PIC X(30)         VALUE SPACES.
           05  C-NEW-RC           PIC 99            VALUE ZERO.
           05  C-PCTR             PIC 9(4)          VALUE ZERO.
           05  C-INV-CTR          PIC 9(4)          VALUE ZERO.
           05  C-APPR-CTR         PIC 9(4)          VALUE ZERO.
           05  C-HELD-CTR         PIC 9(4)          VALUE ZERO.
           05  C-ORPHAN-CTR       PIC 9(4)          VALUE ZERO.
           05  C-INV-LINES        PIC 9(4)          VALUE ZERO.
           05  C-LINE-EXT         PIC S9(10)V99     VALUE ZERO.
           05  C-INV-EXT          PIC S9(10)V99     VALUE ZERO.
           05  C-APPR-TOT         PIC S9(10)V99     VALUE ZERO.
           05  C-HELD-TOT         PIC S9(10)V99     VALUE ZERO.
           05  C-LOOSE-RCV        PIC 9(7)          VALUE ZERO.

      *The invoice being matched - its header, held while its lines
      *are read.
       01  CURRENT-INVOICE.
           05  CUR-INV-NO         PIC X(10).
           05  CUR-INV-DATE       PIC 9(8).
           05  CUR-PO-DATE        PIC 9(8).
           05  CUR-INV-TOTAL      PIC 9(7)V99.
           05  SW-INV-TOTAL-KEYED PIC XXX.

       01  POP-CATALOG.
           05  CAT-CNT            PIC 99            VALUE ZERO.
           05  CAT-ENTRY          OCCURS 10.
               10  CAT-NAME       PIC X(16).
               10  CAT-COST       PIC 9(4)V99.
               10  CAT-ACTIVE     PIC X.
               10  CAT-WHOLESALE  PIC 9(4)V99.

      *One entry per PO date and flavor - the cases ordered (a rerun
      *that sends a second PO the same day adds to the first), the
      *cases received against that PO, and the cases billed so far
      *by the invoices in this file, so two invoices cannot between
      *them bill more than was delivered.
       01  PO-MATCH-TBL.
           05  PQ-CNT             PIC 9(4)          VALUE ZERO.
           05  PQ-IDX             PIC 9(4)          VALUE ZERO.
           05  FOUND-IDX          PIC 9(4)          VALUE ZERO.
           05  PQ-W-DATE          PIC 9(8)          VALUE ZERO.
           05  PQ-W-CODE          PIC 99            VALUE ZERO.
           05  PQ-ENTRY           OCCURS 1000.
               10  PQ-DATE        PIC 9(8).
               10  PQ-CODE        PIC 99.
               10  PQ-ORDERED     PIC 9(7).
               10  PQ-RECEIVED    PIC 9(7).
               10  PQ-BILLED      PIC 9(7).

       01  I-DATE.
           05  I-YEAR             PIC 9(4).
           05  I-MONTH            PIC 99.
           05  I-DAY              PIC 99.

       01  I-DATE-NUM REDEFINES I-DATE
                                  PIC 9(8).

       01  CUR-STAMP.
           05  CUR-STAMP-DATE     PIC 9(8).
           05  CUR-STAMP-TIME     PIC 9(6).
           05  FILLER             PIC X(7).

       01  COMPANY-TITLE.
           05  FILLER             PIC X(6)          VALUE "DATE: ".
           05  O-MONTH            PIC 99.
           05  FILLER             PIC X             VALUE "/".
           05  O-DAY              PIC 99.
           05  FILLER             PIC X             VALUE "/".
           05  O-YEAR             PIC 9(4).
           05  FILLER             PIC X(36)         VALUE SPACES.
           05  FILLER             PIC X(6)          VALUE "ALBIA ".
           05  FILLER             PIC X(7)          VALUE "SOCCER ".
           05  FILLER             PIC X(5)          VALUE "CLUB ".
           05  FILLER             PIC X(10)         VALUE "FUNDRAISER".
           05  FILLER             PIC X(38)         VALUE SPACES.
           05  FILLER             PIC X(6)          VALUE "PAGE: ".
           05  O-PCTR             PIC ZZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.

       01  DIVISION-TITLE.
           05  FILLER             PIC X(8)          VALUE "CBLNB09".
           05  FILLER             PIC X(48)         VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "BUSATTO'S".
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "DIVISION".
           05  FILLER             PIC X(56)         VALUE SPACES.

       01  REPORT-TITLE.
           05  FILLER             PIC X(48)         VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "BOTTLER ".
           05  FILLER             PIC X(8)          VALUE "INVOICE ".
           05  FILLER             PIC X(6)          VALUE "MATCH ".
           05  FILLER             PIC X(6)          VALUE "REPORT".
           05  FILLER             PIC X(56)         VALUE SPACES.

       01  COLUMN-HDG.
           05  FILLER             PIC X(1)          VALUE SPACES.
           05  FILLER             PIC X(12)         VALUE "INVOICE".
           05  FILLER             PIC X(18)         VALUE "FLAVOR".
           05  FILLER             PIC X(9)          VALUE " BILLED".
           05  FILLER             PIC X(9)          VALUE "ORDERED".
           05  FILLER             PIC X(9)          VALUE "RECEIVED".
           05  FILLER             PIC X(11)         VALUE "  PRICE".
           05  FILLER             PIC X(11)         VALUE "  COST".
           05  FILLER             PIC X(15)         VALUE "    AMOUNT".
           05  FILLER             PIC X(37)         VALUE "STATUS".

      *One invoice's heading - which invoice, when, and the PO it
      *bills.
       01  INV-HDG-LINE.
           05  FILLER             PIC X(1)          VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "INVOICE: ".
           05  O-HDG-INV-NO       PIC X(10).
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "DATED: ".
           05  O-HDG-INV-DATE     PIC 9999/99/99.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(11)         VALUE "FOR PO OF: ".
           05  O-HDG-PO-DATE      PIC 9999/99/99.
           05  FILLER             PIC X(67)         VALUE SPACES.

      *One invoice line against the PO and receipts it was matched
      *to, with the catalog cost beside the billed price.
       01  MATCH-DETAIL-LINE.
           05  FILLER             PIC X(1)          VALUE SPACES.
           05  O-INV-NO           PIC X(10).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-FLAVOR           PIC X(16).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-BILLED           PIC ZZZ,ZZ9.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-ORDERED          PIC ZZZ,ZZ9.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-RECEIVED         PIC ZZZ,ZZ9.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-PRICE            PIC $$,$$9.99.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-COST             PIC $$,$$9.99.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-LINE-EXT         PIC $$,$$$,$$9.99.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-LINE-STAT        PIC X(30).
           05  FILLER             PIC X(7)          VALUE SPACES.

      *The invoice's verdict - its keyed total, the lines' total, and
      *whether it is approved to pay or held.
       01  INV-TOT-LINE.
           05  FILLER             PIC X(13)         VALUE SPACES.
           05  FILLER             PIC X(15)         VALUE
               "INVOICE TOTAL: ".
           05  O-INV-TOTAL        PIC $$$$,$$$,$$$.99
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(13)         VALUE
               "LINES TOTAL: ".
           05  O-INV-EXT          PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-INV-STAT         PIC X(30).
           05  FILLER             PIC X(24)         VALUE SPACES.

      *A line that came in ahead of any invoice header.
       01  ORPHAN-LINE.
           05  FILLER             PIC X(1)          VALUE SPACES.
           05  FILLER             PIC X(34)         VALUE
               "INVOICE LINE WITH NO HEADER - FLAV".
           05  FILLER             PIC X(5)          VALUE "OR: ".
           05  O-ORPHAN-CODE      PIC XX.
           05  FILLER             PIC X(90)         VALUE SPACES.

       01  SUMMARY-LINE-1.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "INVOICES: ".
           05  O-INV-CTR          PIC Z,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(17)         VALUE
               "APPROVED TO PAY: ".
           05  O-APPR-CTR         PIC Z,ZZ9.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-APPR-TOT         PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(23)         VALUE
               "HELD FOR THE TREASURER:".
           05  FILLER             PIC X             VALUE SPACES.
           05  O-HELD-CTR         PIC Z,ZZ9.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-HELD-TOT         PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X(21)         VALUE SPACES.

      *Receipts CBLNB07 posted without a PO date cannot be matched to
      *any invoice - the clerk re-keys them with the PO they filled.
       01  LOOSE-RCV-NOTE-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(40)         VALUE
               "NOTE: CASES RECEIVED WITH NO PO DATE: ".
           05  O-LOOSE-RCV        PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(80)         VALUE SPACES.

      *Printed once if the PO/receipt table filled - matches past
      *that point are reported against an empty PO.
       01  PQ-FULL-NOTE-LINE.
           05  FILLER             PIC X(132)        VALUE "NOTE: MORE
      -         " THAN 1000 PO/FLAVOR ENTRIES - LATER ONES WERE NOT LOAD
      -         "ED".

       01  SW-PQ-TBL-FULL         PIC XXX           VALUE "NO".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.

       0000-CBLNB09.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-INVS = "NO".
           PERFORM 3000-CLOSING.
           STOP RUN.

      *----------------------

       1000-INIT.

           MOVE FUNCTION CURRENT-DATE TO CUR-STAMP.
           MOVE CUR-STAMP-DATE TO I-DATE-NUM.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           OPEN INPUT INVOICE-FILE.

           IF IN-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB09 - INVOICE FILE CBLPOPIN.DAT IS
      -            " MISSING - NOTHING TO DO"
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-CATALOG.
           PERFORM 1200-LOAD-PO-HISTORY.
           PERFORM 1300-LOAD-RECEIPTS.

           OPEN OUTPUT MATCH-PRT.
           PERFORM 9100-HDG.
           PERFORM 9000-READ-INV.

      *----------------------
      *The catalog is the price list the bottler is held to.
       1100-LOAD-CATALOG.

           OPEN INPUT PRODUCT-CATALOG.

           IF PCT-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB09 - PRODUCT CATALOG CBLPOPCT.DAT IS
      -            " MISSING - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "YES" TO MORE-CATS.
           PERFORM 9800-READ-CAT.
           PERFORM 1110-ADD-CAT
               UNTIL MORE-CATS = "NO".
           CLOSE PRODUCT-CATALOG.

      *----------------------

       1110-ADD-CAT.

           IF CAT-CNT >= 10
               DISPLAY "CBLNB09 - PRODUCT CATALOG HAS MORE THAN 10
      -            " FLAVORS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PCT-CODE NOT NUMERIC
               OR PCT-CODE NOT = CAT-CNT + 1
               DISPLAY "CBLNB09 - PRODUCT CATALOG RECORD OUT OF
      -            " SEQUENCE OR NOT NUMERIC - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO CAT-CNT.
           MOVE PCT-NAME TO CAT-NAME(CAT-CNT).
           MOVE PCT-CASE-COST TO CAT-COST(CAT-CNT).
           MOVE PCT-ACTIVE TO CAT-ACTIVE(CAT-CNT).

           IF PCT-WHOLESALE NUMERIC
               MOVE PCT-WHOLESALE TO CAT-WHOLESALE(CAT-CNT)
           ELSE
               MOVE 0 TO CAT-WHOLESALE(CAT-CNT)
           END-IF.

           PERFORM 9800-READ-CAT.

      *----------------------
      *With no PO history yet every line matches against nothing and
      *is held - which is the right answer for a bill nobody ordered.
       1200-LOAD-PO-HISTORY.

           OPEN INPUT PO-HISTORY.

           IF PH-FILE-STATUS = "00"
               MOVE "YES" TO MORE-PHS
               PERFORM 9700-READ-PH
               PERFORM 1210-ADD-PH
                   UNTIL MORE-PHS = "NO"
               CLOSE PO-HISTORY
           END-IF.

      *----------------------

       1210-ADD-PH.

           IF PH-CODE NUMERIC AND PH-QTY NUMERIC AND PH-DATE NUMERIC
               MOVE PH-DATE TO PQ-W-DATE
               MOVE PH-CODE TO PQ-W-CODE
               PERFORM 1900-FIND-PQ
               IF FOUND-IDX > 0
                   ADD PH-QTY TO PQ-ORDERED(FOUND-IDX)
               END-IF
           END-IF.

           PERFORM 9700-READ-PH.

      *----------------------
      *Receipts land on the PO they name.  One with no PO date is
      *only counted, for the note at the end of the report.
       1300-LOAD-RECEIPTS.

           OPEN INPUT RECEIPT-LOG.

           IF RV-FILE-STATUS = "00"
               MOVE "YES" TO MORE-RVS
               PERFORM 9750-READ-RV
               PERFORM 1310-ADD-RV
                   UNTIL MORE-RVS = "NO"
               CLOSE RECEIPT-LOG
           END-IF.

      *----------------------

       1310-ADD-RV.

           IF RV-CODE NUMERIC AND RV-QTY NUMERIC
               IF RV-PO-DATE NOT NUMERIC OR RV-PO-DATE = 0
                   ADD RV-QTY TO C-LOOSE-RCV
               ELSE
                   MOVE RV-PO-DATE TO PQ-W-DATE
                   MOVE RV-CODE TO PQ-W-CODE
                   PERFORM 1900-FIND-PQ
                   IF FOUND-IDX > 0
                       ADD RV-QTY TO PQ-RECEIVED(FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

           PERFORM 9750-READ-RV.

      *----------------------
      *Find the entry for PQ-W-DATE and PQ-W-CODE, adding an empty
      *one if there is none yet.  FOUND-IDX comes back zero only when
      *the table is full.
       1900-FIND-PQ.

           MOVE 0 TO FOUND-IDX.

           PERFORM VARYING PQ-IDX FROM 1 BY 1
             UNTIL PQ-IDX > PQ-CNT OR FOUND-IDX > 0
               IF PQ-DATE(PQ-IDX) = PQ-W-DATE
                   AND PQ-CODE(PQ-IDX) = PQ-W-CODE
                   MOVE PQ-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

           IF FOUND-IDX = 0
               IF PQ-CNT < 1000
                   ADD 1 TO PQ-CNT
                   MOVE PQ-W-DATE TO PQ-DATE(PQ-CNT)
                   MOVE PQ-W-CODE TO PQ-CODE(PQ-CNT)
                   MOVE 0 TO PQ-ORDERED(PQ-CNT)
                   MOVE 0 TO PQ-RECEIVED(PQ-CNT)
                   MOVE 0 TO PQ-BILLED(PQ-CNT)
                   MOVE PQ-CNT TO FOUND-IDX
               ELSE
                   MOVE "YES" TO SW-PQ-TBL-FULL
               END-IF
           END-IF.

      *----------------------
      *One invoice - its header, every line up to the next header,
      *and the verdict.  A line with no header ahead of it cannot be
      *paid against anything and is listed on its own.
       2000-MAINLINE.

           IF IN-IS-HEADER
               PERFORM 2100-START-INVOICE
               PERFORM 9000-READ-INV
               PERFORM 2200-MATCH-LINE
                   UNTIL MORE-INVS = "NO" OR IN-IS-HEADER
               PERFORM 2300-END-INVOICE
           ELSE
               ADD 1 TO C-ORPHAN-CTR
               MOVE IN-POP-CODE TO O-ORPHAN-CODE
               WRITE PRTLINE
                   FROM ORPHAN-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9100-HDG
               END-WRITE
               MOVE 4 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
               PERFORM 9000-READ-INV
           END-IF.

      *----------------------

       2100-START-INVOICE.

           ADD 1 TO C-INV-CTR.
           MOVE "NO" TO SW-INV-HELD.
           MOVE 0 TO C-INV-LINES.
           MOVE 0 TO C-INV-EXT.

           MOVE IN-INV-NO TO CUR-INV-NO.

           IF IN-INV-DATE NUMERIC
               MOVE IN-INV-DATE TO CUR-INV-DATE
           ELSE
               MOVE 0 TO CUR-INV-DATE
           END-IF.

           IF IN-PO-DATE NUMERIC
               MOVE IN-PO-DATE TO CUR-PO-DATE
           ELSE
               MOVE 0 TO CUR-PO-DATE
           END-IF.

           IF IN-INV-TOTAL NUMERIC
               MOVE IN-INV-TOTAL TO CUR-INV-TOTAL
               MOVE "YES" TO SW-INV-TOTAL-KEYED
           ELSE
               MOVE 0 TO CUR-INV-TOTAL
               MOVE "NO" TO SW-INV-TOTAL-KEYED
           END-IF.

           MOVE CUR-INV-NO TO O-HDG-INV-NO.
           MOVE CUR-INV-DATE TO O-HDG-INV-DATE.
           MOVE CUR-PO-DATE TO O-HDG-PO-DATE.

           WRITE PRTLINE
               FROM INV-HDG-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *Hold one invoice line against the catalog, the PO and the
      *receipts.  The first problem found is the one printed; any
      *problem holds the invoice.  Billing more than the PO ordered
      *is printed but not held when the cases were received - the
      *bottler shipped extra and we kept it.
       2200-MATCH-LINE.

           ADD 1 TO C-INV-LINES.
           MOVE "NO" TO SW-LINE-HELD.
           MOVE SPACES TO C-LINE-STAT.
           MOVE 0 TO FOUND-IDX.
           MOVE 0 TO C-LINE-EXT.

           MOVE CUR-INV-NO TO O-INV-NO.
           MOVE SPACES TO O-FLAVOR.
           MOVE 0 TO O-ORDERED.
           MOVE 0 TO O-RECEIVED.
           MOVE 0 TO O-COST.

           IF NOT IN-IS-LINE
               MOVE "YES" TO SW-LINE-HELD
               MOVE "UNKNOWN RECORD TYPE" TO C-LINE-STAT
               MOVE 0 TO O-BILLED
               MOVE 0 TO O-PRICE
           ELSE
               IF IN-CASES NOT NUMERIC OR IN-UNIT-PRICE NOT NUMERIC
                   MOVE "YES" TO SW-LINE-HELD
                   MOVE "CASES OR PRICE NOT NUMERIC" TO C-LINE-STAT
                   MOVE 0 TO O-BILLED
                   MOVE 0 TO O-PRICE
               ELSE
                   MOVE IN-CASES TO O-BILLED
                   MOVE IN-UNIT-PRICE TO O-PRICE
                   COMPUTE C-LINE-EXT ROUNDED =
                       IN-CASES * IN-UNIT-PRICE
                   IF IN-POP-CODE NOT NUMERIC
                       OR IN-POP-CODE < 1
                       OR IN-POP-CODE > CAT-CNT
                       MOVE "YES" TO SW-LINE-HELD
                       MOVE "FLAVOR NOT IN THE CATALOG"
                           TO C-LINE-STAT
                   ELSE
                       PERFORM 2210-CHECK-LINE
                   END-IF
               END-IF
           END-IF.

           ADD C-LINE-EXT TO C-INV-EXT.

           IF SW-LINE-HELD = "YES"
               MOVE "YES" TO SW-INV-HELD
           ELSE
               IF C-LINE-STAT = SPACES
                   MOVE "MATCHED" TO C-LINE-STAT
               END-IF
           END-IF.

           MOVE C-LINE-EXT TO O-LINE-EXT.
           MOVE C-LINE-STAT TO O-LINE-STAT.

           WRITE PRTLINE
               FROM MATCH-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

           PERFORM 9000-READ-INV.

      *----------------------
      *The line's flavor is good - find its PO entry and run the
      *three comparisons.  The billed cases are added to the entry
      *first, so a second invoice for the same PO and flavor is
      *judged on everything billed so far.
       2210-CHECK-LINE.

           MOVE CAT-NAME(IN-POP-CODE) TO O-FLAVOR.
           MOVE CAT-WHOLESALE(IN-POP-CODE) TO O-COST.

           MOVE CUR-PO-DATE TO PQ-W-DATE.
           MOVE IN-POP-CODE TO PQ-W-CODE.
           PERFORM 1900-FIND-PQ.

           IF FOUND-IDX = 0
               MOVE "YES" TO SW-LINE-HELD
               MOVE "NO PO LINE FOR THIS FLAVOR" TO C-LINE-STAT
           ELSE
               ADD IN-CASES TO PQ-BILLED(FOUND-IDX)
               MOVE PQ-ORDERED(FOUND-IDX) TO O-ORDERED
               MOVE PQ-RECEIVED(FOUND-IDX) TO O-RECEIVED
               IF PQ-ORDERED(FOUND-IDX) = 0
                   MOVE "YES" TO SW-LINE-HELD
                   MOVE "NO PO LINE FOR THIS FLAVOR" TO C-LINE-STAT
               ELSE
                   IF PQ-BILLED(FOUND-IDX) > PQ-RECEIVED(FOUND-IDX)
                       MOVE "YES" TO SW-LINE-HELD
                       MOVE "SHORT SHIPMENT" TO C-LINE-STAT
                   ELSE
                       IF IN-UNIT-PRICE NOT =
                           CAT-WHOLESALE(IN-POP-CODE)
                           MOVE "YES" TO SW-LINE-HELD
                           MOVE "PRICE VARIANCE" TO C-LINE-STAT
                       ELSE
                           IF PQ-BILLED(FOUND-IDX) >
                               PQ-ORDERED(FOUND-IDX)
                               MOVE "OVER PO - RECEIVED"
                                   TO C-LINE-STAT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------
      *An invoice with no lines, or whose keyed total does not foot
      *to its lines, is held along with any the lines held.
       2300-END-INVOICE.

           IF C-INV-LINES = 0
               MOVE "YES" TO SW-INV-HELD
               MOVE "HELD - INVOICE HAS NO LINES" TO O-INV-STAT
           ELSE
               IF SW-INV-TOTAL-KEYED = "YES"
                   AND CUR-INV-TOTAL NOT = C-INV-EXT
                   MOVE "YES" TO SW-INV-HELD
                   MOVE "HELD - TOTAL DOES NOT FOOT" TO O-INV-STAT
               ELSE
                   IF SW-INV-HELD = "YES"
                       MOVE "HELD FOR THE TREASURER" TO O-INV-STAT
                   ELSE
                       MOVE "APPROVED TO PAY" TO O-INV-STAT
                   END-IF
               END-IF
           END-IF.

           IF SW-INV-HELD = "YES"
               ADD 1 TO C-HELD-CTR
               ADD C-INV-EXT TO C-HELD-TOT
               MOVE 4 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
           ELSE
               ADD 1 TO C-APPR-CTR
               ADD C-INV-EXT TO C-APPR-TOT
           END-IF.

           MOVE CUR-INV-TOTAL TO O-INV-TOTAL.
           MOVE C-INV-EXT TO O-INV-EXT.

           WRITE PRTLINE
               FROM INV-TOT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *The approved-to-pay and held totals, and the notes.
       3000-CLOSING.

           MOVE C-INV-CTR TO O-INV-CTR.
           MOVE C-APPR-CTR TO O-APPR-CTR.
           MOVE C-APPR-TOT TO O-APPR-TOT.
           MOVE C-HELD-CTR TO O-HELD-CTR.
           MOVE C-HELD-TOT TO O-HELD-TOT.

           WRITE PRTLINE
               FROM SUMMARY-LINE-1
                   AFTER ADVANCING 3 LINES.

           IF C-LOOSE-RCV > 0
               MOVE C-LOOSE-RCV TO O-LOOSE-RCV
               WRITE PRTLINE
                   FROM LOOSE-RCV-NOTE-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           IF SW-PQ-TBL-FULL = "YES"
               WRITE PRTLINE
                   FROM PQ-FULL-NOTE-LINE
                       AFTER ADVANCING 2 LINES
               MOVE 4 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
           END-IF.

           CLOSE INVOICE-FILE.
           CLOSE MATCH-PRT.

      *----------------------
      *Read one invoice record
       9000-READ-INV.

           READ INVOICE-FILE
               AT END
                   MOVE "NO" TO MORE-INVS.

      *----------------------
      *Read one PO history record
       9700-READ-PH.

           READ PO-HISTORY
               AT END
                   MOVE "NO" TO MORE-PHS.

      *----------------------
      *Read one receipt log record
       9750-READ-RV.

           READ RECEIPT-LOG
               AT END
                   MOVE "NO" TO MORE-RVS.

      *----------------------
      *Read one product catalog record
       9800-READ-CAT.

           READ PRODUCT-CATALOG
               AT END
                   MOVE "NO" TO MORE-CATS.

      *----------------------
      *Raise the run's return code to C-NEW-RC's severity - never
      *lower it.
       9900-RAISE-RC.

           IF C-NEW-RC > RETURN-CODE
               MOVE C-NEW-RC TO RETURN-CODE
           END-IF.

      *----------------------
      *Report headings
       9100-HDG.

           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.

           WRITE PRTLINE
               FROM DIVISION-TITLE
                   AFTER ADVANCING 1 LINE.

           WRITE PRTLINE
               FROM REPORT-TITLE
                   AFTER ADVANCING 1 LINE.

           WRITE PRTLINE
               FROM COLUMN-HDG
                   AFTER ADVANCING 2 LINES.

       END PROGRAM CBLNB09.
