       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLNB14.
       AUTHOR.     NICO BUSATTO.
       DATE-WRITTEN.       10/15/26.
       DATE-COMPILED.      10/15/26.

      *-----------------------------------------------------------------

      **************************************************************
      *DATA SET INTEGRITY AUDIT.  RUN BEFORE OR AFTER THE WEEKLY    *
      *JOB, IT READS THE FILES THE WEEKLY RUN AND ITS COMPANION     *
      *PROGRAMS KEEP AND PROVES THEY STILL TIE TO EACH OTHER - THE  *
      *CUSTOMER MASTER'S SEASON-TO-DATE CASES AND DOLLARS AGAINST   *
      *THE ORDER HISTORY, EACH FLAVOR'S STOCK ON HAND AGAINST ITS   *
      *STOCK BASE WORKED FORWARD, THE LAST RUN HISTORY RECORD       *
      *AGAINST THE WEEK TOTALS, EVERY FLAVOR CODE THE INVENTORY,    *
      *PROMOTION AND PURCHASE-ORDER FILES USE AGAINST THE CATALOG,  *
      *AND EVERY ORDER'S SELLER AGAINST THE ROSTER.  NOTHING IS     *
      *UPDATED.  ANY EXCEPTION SETS RETURN CODE 8 SO A DATA SET     *
      *THAT HAS DRIFTED IS CAUGHT BEFORE THE NEXT RUN BUILDS ON IT. *
      **************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *The audit exceptions report - every check, what it expected,
      *what it found, and whether they agree.
            SELECT AUDIT-PRT
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPAU.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

            SELECT CUST-MASTER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPCM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMF-CUST-KEY
               FILE STATUS IS CM-FILE-STATUS.

            SELECT ORDER-HISTORY
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPOH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OH-FILE-STATUS.

            SELECT WEEK-TOTALS
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKT-FILE-STATUS.

            SELECT RUN-HISTORY
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPHX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HX-FILE-STATUS.

            SELECT PRODUCT-CATALOG
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCT-FILE-STATUS.

            SELECT INVENTORY-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-FILE-STATUS.

            SELECT STOCK-BASE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPSB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SB-FILE-STATUS.

            SELECT RECEIPT-LOG
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-FILE-STATUS.

            SELECT BACKORDER-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPBO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.

            SELECT PROMO-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-FILE-STATUS.

            SELECT PURCHASE-ORDER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.

            SELECT SELLER-ROSTER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-FILE-STATUS.

      *-----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 55 WITH FOOTING 35
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

       FD  CUST-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 123 CHARACTERS
           DATA RECORD IS CMF-REC.

       01  CMF-REC.
           05  CMF-CUST-KEY.
               10  CMF-LNAME      PIC X(15).
               10  CMF-FNAME      PIC X(15).
               10  CMF-ADDRESS    PIC X(15).
           05  CMF-CITY           PIC X(10).
           05  CMF-STATE          PIC XX.
           05  CMF-ZIP.
               10  CMF-ZIP-1      PIC X(5).
               10  CMF-ZIP-2      PIC X(4).
           05  CMF-TEAM           PIC X.
           05  CMF-STD-CASES      PIC S9(6).
           05  CMF-STD-DOLLARS    PIC S9(10)V99.
           05  CMF-PY-CASES       PIC 9(6).
           05  CMF-PY-DOLLARS     PIC 9(10)V99.
           05  CMF-PAID-DOLLARS   PIC S9(10)V99.
           05  CMF-LAST-ORD-DATE  PIC 9(8).

      *Order history - the weekly run's layout.  An "H" order adds to
      *the family; an "A" adjustment, a "V" void and CBLNB10's "R"
      *refused and "S" short credits take away from it.
       FD  ORDER-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS OH-REC.

       01  OH-REC.
           05  OH-ORD-NO          PIC 9(8).
           05  OH-REC-TYPE        PIC X.
               88  OH-IS-HEADER   VALUE "H".
               88  OH-IS-DETAIL   VALUE "D".
           05  OH-DATA            PIC X(111).

       01  OH-HDR-REC.
           05  FILLER             PIC X(9).
           05  OH-RUN-DATE        PIC 9(8).
           05  OH-TXN-TYPE        PIC X.
               88  OH-IS-ORDER    VALUE "H".
           05  OH-LNAME           PIC X(15).
           05  OH-FNAME           PIC X(15).
           05  OH-ADDRESS         PIC X(15).
           05  OH-CITY            PIC X(10).
           05  OH-STATE           PIC XX.
           05  OH-ZIP-1           PIC X(5).
           05  OH-ZIP-2           PIC X(4).
           05  OH-TEAM            PIC X.
           05  OH-SELLER-ID       PIC X(5).
           05  OH-LINE-CT         PIC 99.
           05  OH-CASES           PIC 9(4).
           05  OH-DISC            PIC 9(7)V99.
           05  OH-TOTAL           PIC 9(7)V99.
           05  FILLER             PIC X(6).

       01  OH-DET-REC.
           05  FILLER             PIC X(9).
           05  OH-LINE-NO         PIC 99.
           05  OH-POP-CODE        PIC 99.
           05  OH-POP-NAME        PIC X(16).
           05  OH-LINE-CASES      PIC 9(4).
           05  OH-UNIT-COST       PIC 9(4)V99.
           05  OH-LINE-PRODUCT    PIC 9(7)V99.
           05  OH-LINE-DISC       PIC 9(7)V99.
           05  OH-LINE-TAX        PIC 9(7)V99.
           05  OH-LINE-DEPOSIT    PIC 9(7)V99.
           05  OH-LINE-TOTAL      PIC 9(7)V99.
           05  OH-LINE-BO         PIC 9(4).
           05  FILLER             PIC X(32).

      *Week totals - only the pop totals and the team grand totals
      *are audited.
       FD  WEEK-TOTALS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 2996 CHARACTERS
           DATA RECORD IS WKT-REC.

       01  WKT-REC.
           05  WKT-POP-TOT        PIC S9(6)         OCCURS 10.
           05  WKT-GT-RAISED      PIC S9(10)V99     OCCURS 5.
           05  FILLER             PIC X(2876).

       FD  RUN-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS HX-REC.

       01  HX-REC                 PIC X(53).

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

       FD  INVENTORY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS IV-REC.

       01  IV-REC.
           05  IV-CODE            PIC 99.
           05  IV-CODE-X REDEFINES IV-CODE
                                  PIC XX.
           05  IV-QTY             PIC S9(6).
           05  IV-REORDER-PT      PIC 9(6).
           05  IV-ON-ORDER        PIC 9(6).

       FD  STOCK-BASE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS SB-REC.

       01  SB-REC.
           05  SB-CODE            PIC 99.
           05  SB-QTY             PIC S9(6).
           05  SB-DATE            PIC 9(8).
           05  FILLER             PIC X(4).

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

       FD  BACKORDER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS BO-REC.

       01  BO-REC.
           05  BO-ORD-DATE        PIC 9(8).
           05  BO-TEAM            PIC X.
           05  BO-LNAME           PIC X(15).
           05  BO-FNAME           PIC X(15).
           05  BO-ADDRESS         PIC X(15).
           05  BO-CITY            PIC X(10).
           05  BO-POP-CODE        PIC 99.
           05  BO-CASES           PIC 9(4).
           05  BO-OPEN-CASES      PIC 9(4).
           05  BO-REL-CASES       PIC 9(4).
           05  BO-SHIP-CASES      PIC 9(4).
           05  BO-CAN-CASES       PIC 9(4).
           05  BO-REL-DATE        PIC 9(8).
           05  BO-ORD-NO          PIC 9(8).

       FD  PROMO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           05  PRM-SCOPE          PIC X.
               88  PRM-IS-OVERALL VALUE "O".
               88  PRM-IS-FLAVOR  VALUE "F".
           05  PRM-POP-CODE       PIC 99.
           05  PRM-POP-CODE-X REDEFINES PRM-POP-CODE
                                  PIC XX.
           05  PRM-MIN-QTY        PIC 9(4).
           05  PRM-DISC-PCT       PIC 9(2)V99.
           05  PRM-EFF-FROM       PIC 9(8).
           05  PRM-EFF-TO         PIC 9(8).

       FD  PURCHASE-ORDER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS PO-REC.

       01  PO-REC.
           05  PO-CODE            PIC 99.
           05  PO-CODE-X REDEFINES PO-CODE
                                  PIC XX.
           05  PO-NAME            PIC X(16).
           05  PO-QTY             PIC 9(6).
           05  PO-DATE            PIC 9(8).

       FD  SELLER-ROSTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS SR-REC.

       01  SR-REC.
           05  SR-ID              PIC X(5).
           05  SR-NAME            PIC X(20).
           05  SR-TEAM            PIC X.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  X                  PIC 99.
           05  MORE-RECS          PIC XXX           VALUE "YES".
           05  MORE-CUSTS         PIC XXX           VALUE "YES".
           05  CM-FILE-STATUS     PIC XX            VALUE SPACES.
           05  OH-FILE-STATUS     PIC XX            VALUE SPACES.
           05  WKT-FILE-STATUS    PIC XX            VALUE SPACES.
           05  HX-FILE-STATUS     PIC XX            VALUE SPACES.
           05  PCT-FILE-STATUS    PIC XX            VALUE SPACES.
           05  IV-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SB-FILE-STATUS     PIC XX            VALUE SPACES.
           05  RV-FILE-STATUS     PIC XX            VALUE SPACES.
           05  BO-FILE-STATUS     PIC XX            VALUE SPACES.
           05  PRM-FILE-STATUS    PIC XX            VALUE SPACES.
           05  PO-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SR-FILE-STATUS     PIC XX            VALUE SPACES.
           05  REF-FILE-STATUS    PIC XX            VALUE SPACES.
           05  SW-OH-LOADED       PIC XXX           VALUE "NO".
           05  SW-SR-LOADED       PIC XXX           VALUE "NO".
           05  SW-IN-ORDER        PIC XXX           VALUE "NO".
           05  SW-INFO-ONLY       PIC XXX           VALUE "NO".
           05  SW-FOUND           PIC XXX           VALUE "NO".
           05  SW-WK-NUMERIC      PIC XXX           VALUE "YES".
           05  C-NEW-RC           PIC 99            VALUE ZERO.
           05  C-PCTR             PIC 9(4)          VALUE ZERO.
           05  C-EXC-CTR          PIC 9(5)          VALUE ZERO.
           05  C-SKIP-CTR         PIC 99            VALUE ZERO.

      *The order history as it nets - every header not already seen
      *(a restarted run can write an order twice under the same
      *number), and the kind of entry the detail lines belong to.
           05  C-HI-ORD-NO        PIC 9(8)          VALUE ZERO.
           05  C-CUR-TXN-TYPE     PIC X             VALUE SPACE.
               88  CUR-IS-ORDER                     VALUE "H".
               88  CUR-IS-BACKOUT                   VALUE "A" "V".
               88  CUR-IS-REFUSED                   VALUE "R".
           05  C-OH-ENTRIES       PIC 9(7)          VALUE ZERO.
           05  C-OH-ORDERS        PIC 9(7)          VALUE ZERO.
           05  C-OH-CASES         PIC S9(9)         VALUE ZERO.
           05  C-OH-DOLLARS       PIC S9(11)V99     VALUE ZERO.

      *The customer master's season to date.
           05  C-CM-CTR           PIC 9(7)          VALUE ZERO.
           05  C-CM-CASES         PIC S9(9)         VALUE ZERO.
           05  C-CM-DOLLARS       PIC S9(11)V99     VALUE ZERO.

      *The week totals and the last run history record.
           05  C-WK-CTR           PIC 9(5)          VALUE ZERO.
           05  C-HX-CTR           PIC 9(5)          VALUE ZERO.
           05  C-WK-CASES         PIC S9(9)         VALUE ZERO.
           05  C-WK-DOLLARS       PIC S9(11)V99     VALUE ZERO.

      *One reference file's code check.
           05  C-REF-CTR          PIC 9(6)          VALUE ZERO.
           05  C-REF-BAD-CTR      PIC 9(6)          VALUE ZERO.
           05  C-CAT-BAD-CTR      PIC 9(4)          VALUE ZERO.

      *The figures one report line compares.
           05  C-AU-EXPECT        PIC S9(11)V99     VALUE ZERO.
           05  C-AU-FOUND         PIC S9(11)V99     VALUE ZERO.
           05  C-AU-DIFF          PIC S9(11)V99     VALUE ZERO.

      *Edited scratch for the detail text.
           05  C-ED-CTR           PIC ZZZ,ZZ9.
           05  C-ED-BAD           PIC ZZZ,ZZ9.
           05  C-ED-ORD-NO        PIC 9(8).
           05  C-ED-DATE          PIC 9999/99/99.
           05  C-ED-TIME          PIC 99B99B99.

      *The last run history record - the weekly run's HX-REC layout.
       01  LAST-HX.
           05  LHX-DATE           PIC 9(8).
           05  LHX-TIME           PIC 9(6).
           05  LHX-REC-CTR        PIC 9(6).
           05  LHX-RUN-CASES      PIC 9(6).
           05  LHX-ERR-CTR        PIC 9(4).
           05  LHX-DOLLARS        PIC S9(10)V99.
           05  LHX-RECON          PIC X(8).
           05  LHX-RESTART        PIC XXX.

      *Every code the catalog carries, and the first ten flavors'
      *names for the stock lines.
       01  POP-CATALOG.
           05  CAT-CNT            PIC 99            VALUE ZERO.
           05  CAT-CODES.
               10  CAT-ON-FILE    PIC X             OCCURS 99.
           05  CAT-NAME           PIC X(16)         OCCURS 10.

      *One flavor's stock figures - the base, what came in from the
      *bottler, what the order history says was sold (orders less
      *backouts), what is still waiting on the backorder queue, what
      *came back refused, and what the inventory file has on hand.
       01  FLAVOR-TBL.
           05  FLV-ENTRY          OCCURS 10.
               10  FLV-BASE       PIC S9(7).
               10  FLV-RECEIVED   PIC S9(7).
               10  FLV-SOLD       PIC S9(7).
               10  FLV-OPEN-BO    PIC S9(7).
               10  FLV-REFUSED    PIC S9(7).
               10  FLV-ON-HAND    PIC S9(7).

       01  SELLER-TABLE.
           05  SLR-CNT            PIC 999           VALUE ZERO.
           05  SLR-IDX            PIC 999           VALUE ZERO.
           05  SLR-FOUND-IDX      PIC 999           VALUE ZERO.
           05  SLR-ID             PIC X(5)          OCCURS 100.

      *Sellers found on orders but not on the roster - the count of
      *their orders and the first order number, for the report.
       01  MISSING-SELLER-TBL.
           05  MSS-CNT            PIC 999           VALUE ZERO.
           05  MSS-IDX            PIC 999           VALUE ZERO.
           05  MSS-FOUND-IDX      PIC 999           VALUE ZERO.
           05  MSS-OVERFLOW       PIC 9(5)          VALUE ZERO.
           05  MSS-ENTRY          OCCURS 100.
               10  MSS-ID         PIC X(5).
               10  MSS-ORDERS     PIC 9(5).
               10  MSS-FIRST-ORD  PIC 9(8).

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
           05  FILLER             PIC X(8)          VALUE "CBLNB14".
           05  FILLER             PIC X(48)         VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "BUSATTO'S".
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "DIVISION".
           05  FILLER             PIC X(56)         VALUE SPACES.

       01  REPORT-TITLE.
           05  FILLER             PIC X(54)         VALUE SPACES.
           05  FILLER             PIC X(24)         VALUE
               "DATA SET INTEGRITY AUDIT".
           05  FILLER             PIC X(54)         VALUE SPACES.

       01  SECTION-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-SECTION          PIC X(60).
           05  FILLER             PIC X(69)         VALUE SPACES.

       01  SECTION-NOTE-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-SECTION-NOTE     PIC X(100).
           05  FILLER             PIC X(29)         VALUE SPACES.

       01  AUDIT-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(34)         VALUE "ITEM".
           05  FILLER             PIC X(18)         VALUE
               "        EXPECTED".
           05  FILLER             PIC X(18)         VALUE
               "           FOUND".
           05  FILLER             PIC X(18)         VALUE
               "      DIFFERENCE".
           05  FILLER             PIC X(12)         VALUE "RESULT".
           05  FILLER             PIC X(29)         VALUE "NOTE".

      *One comparison in cases.
       01  AUDIT-CASE-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-AC-ITEM          PIC X(32).
           05  FILLER             PIC X(6)          VALUE SPACES.
           05  O-AC-EXPECT        PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER             PIC X(6)          VALUE SPACES.
           05  O-AC-FOUND         PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER             PIC X(6)          VALUE SPACES.
           05  O-AC-DIFF          PIC ZZZ,ZZZ,ZZ9-
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-AC-RESULT        PIC X(10).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-AC-NOTE          PIC X(29).

      *One comparison in dollars.
       01  AUDIT-DOLLAR-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-AD-ITEM          PIC X(32).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-AD-EXPECT        PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-AD-FOUND         PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-AD-DIFF          PIC $$$$,$$$,$$$.99-
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-AD-RESULT        PIC X(10).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-AD-NOTE          PIC X(29).

      *A finding with no figures to compare.
       01  AUDIT-TEXT-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-AT-ITEM          PIC X(32).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-AT-DETAIL        PIC X(52).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-AT-RESULT        PIC X(10).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-AT-NOTE          PIC X(29).

       01  SUMMARY-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(17)         VALUE
               "AUDIT COMPLETE - ".
           05  O-SM-EXC           PIC ZZ,ZZ9.
           05  FILLER             PIC X(13)         VALUE
               " EXCEPTIONS, ".
           05  O-SM-SKIP          PIC Z9.
           05  FILLER             PIC X(15)         VALUE
               " CHECKS SKIPPED".
           05  FILLER             PIC X(76)         VALUE SPACES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.

       0000-CBLNB14.
           PERFORM 1000-INIT.
           PERFORM 2000-CHECK-MASTER.
           PERFORM 3000-CHECK-STOCK.
           PERFORM 4000-CHECK-WEEK.
           PERFORM 5000-CHECK-CODES.
           PERFORM 6000-CHECK-SELLERS.
           PERFORM 7000-CLOSING.
           STOP RUN.

      *----------------------

       1000-INIT.

           MOVE FUNCTION CURRENT-DATE TO CUR-STAMP.
           MOVE CUR-STAMP-DATE TO I-DATE-NUM.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 10
               MOVE 0 TO FLV-BASE(X)
               MOVE 0 TO FLV-RECEIVED(X)
               MOVE 0 TO FLV-SOLD(X)
               MOVE 0 TO FLV-OPEN-BO(X)
               MOVE 0 TO FLV-REFUSED(X)
               MOVE 0 TO FLV-ON-HAND(X)
               MOVE SPACES TO CAT-NAME(X)
           END-PERFORM.

           PERFORM 1100-LOAD-CATALOG.
           PERFORM 1200-LOAD-ROSTER.
           PERFORM 1300-SCAN-ORDER-HISTORY.

           OPEN OUTPUT AUDIT-PRT.
           PERFORM 9100-HDG.

      *----------------------
      *Every code the catalog carries.  Codes are meant to run 1, 2,
      *3 ... with no gaps, the weekly run's load rule; a record that
      *breaks it is counted and reported with the code checks.
       1100-LOAD-CATALOG.

           MOVE SPACES TO CAT-CODES.

           OPEN INPUT PRODUCT-CATALOG.

           IF PCT-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB14 - PRODUCT CATALOG CBLPOPCT.DAT IS
      -            " MISSING - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "YES" TO MORE-RECS.
           PERFORM 9000-READ-CAT.
           PERFORM 1110-ADD-CAT
               UNTIL MORE-RECS = "NO".
           CLOSE PRODUCT-CATALOG.

      *----------------------

       1110-ADD-CAT.

           IF PCT-CODE NUMERIC
               AND PCT-CODE > 0
               MOVE "Y" TO CAT-ON-FILE(PCT-CODE)
               IF PCT-CODE = CAT-CNT + 1
                   AND PCT-CODE NOT > 10
                   ADD 1 TO CAT-CNT
                   MOVE PCT-NAME TO CAT-NAME(CAT-CNT)
               ELSE
                   ADD 1 TO C-CAT-BAD-CTR
               END-IF
           ELSE
               ADD 1 TO C-CAT-BAD-CTR
           END-IF.

           PERFORM 9000-READ-CAT.

      *----------------------
      *No roster is itself an exception - the weekly run will not
      *start without one - and leaves the sellers nothing to check
      *against.
       1200-LOAD-ROSTER.

           OPEN INPUT SELLER-ROSTER.

           IF SR-FILE-STATUS = "00"
               MOVE "YES" TO SW-SR-LOADED
               MOVE "YES" TO MORE-RECS
               PERFORM 9010-READ-SR
               PERFORM 1210-ADD-SLR
                   UNTIL MORE-RECS = "NO"
               CLOSE SELLER-ROSTER
           END-IF.

      *----------------------

       1210-ADD-SLR.

           IF SLR-CNT < 100
               ADD 1 TO SLR-CNT
               MOVE SR-ID TO SLR-ID(SLR-CNT)
           END-IF.

           PERFORM 9010-READ-SR.

      *----------------------
      *One pass of the order history nets the season for the master
      *check, the sold and refused cases by flavor for the stock
      *check, and every order's seller for the roster check.  No
      *history yet is a season with nothing on it.
       1300-SCAN-ORDER-HISTORY.

           OPEN INPUT ORDER-HISTORY.

           IF OH-FILE-STATUS = "00"
               MOVE "YES" TO SW-OH-LOADED
               MOVE "YES" TO MORE-RECS
               PERFORM 9020-READ-OH
               PERFORM 1310-SCAN-ONE-OH
                   UNTIL MORE-RECS = "NO"
               CLOSE ORDER-HISTORY
           END-IF.

      *----------------------
      *A header numbered no higher than the last one seen is a
      *restarted run's second copy - it and its lines are passed
      *over, the rule the order inquiry uses.
       1310-SCAN-ONE-OH.

           IF OH-IS-HEADER
               MOVE "NO" TO SW-IN-ORDER
               IF OH-ORD-NO NUMERIC
                   AND OH-ORD-NO > C-HI-ORD-NO
                   MOVE OH-ORD-NO TO C-HI-ORD-NO
                   MOVE "YES" TO SW-IN-ORDER
                   MOVE OH-TXN-TYPE TO C-CUR-TXN-TYPE
                   ADD 1 TO C-OH-ENTRIES
                   PERFORM 1320-NET-HEADER
               END-IF
           ELSE
               IF OH-IS-DETAIL
                   AND SW-IN-ORDER = "YES"
                   PERFORM 1330-NET-DETAIL
               END-IF
           END-IF.

           PERFORM 9020-READ-OH.

      *----------------------

       1320-NET-HEADER.

           IF OH-CASES NUMERIC
               AND OH-TOTAL NUMERIC
               IF CUR-IS-ORDER
                   ADD OH-CASES TO C-OH-CASES
                   ADD OH-TOTAL TO C-OH-DOLLARS
               ELSE
                   SUBTRACT OH-CASES FROM C-OH-CASES
                   SUBTRACT OH-TOTAL FROM C-OH-DOLLARS
               END-IF
           END-IF.

           IF CUR-IS-ORDER
               ADD 1 TO C-OH-ORDERS
               PERFORM 1340-CHECK-ORDER-SELLER
           END-IF.

      *----------------------
      *Cases sold are the order lines less the backed-out lines; the
      *backordered part is taken off later from the queue.  A short
      *never touched the shelf, so only a refusal counts here.
       1330-NET-DETAIL.

           IF OH-POP-CODE NUMERIC
               AND OH-POP-CODE > 0
               AND OH-POP-CODE NOT > 10
               AND OH-LINE-CASES NUMERIC
               IF CUR-IS-ORDER
                   ADD OH-LINE-CASES TO FLV-SOLD(OH-POP-CODE)
               ELSE
                   IF CUR-IS-BACKOUT
                       SUBTRACT OH-LINE-CASES
                           FROM FLV-SOLD(OH-POP-CODE)
                   ELSE
                       IF CUR-IS-REFUSED
                           ADD OH-LINE-CASES
                               TO FLV-REFUSED(OH-POP-CODE)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------
      *An order's seller has to still be on the roster.  Each seller
      *who is not is held once, with a count of the orders.
       1340-CHECK-ORDER-SELLER.

           IF SW-SR-LOADED = "YES"
               MOVE 0 TO SLR-FOUND-IDX
               PERFORM VARYING SLR-IDX FROM 1 BY 1
                 UNTIL SLR-IDX > SLR-CNT
                   IF SLR-ID(SLR-IDX) = OH-SELLER-ID
                       MOVE SLR-IDX TO SLR-FOUND-IDX
                   END-IF
               END-PERFORM
               IF SLR-FOUND-IDX = 0
                   PERFORM 1350-HOLD-MISSING-SELLER
               END-IF
           END-IF.

      *----------------------

       1350-HOLD-MISSING-SELLER.

           MOVE 0 TO MSS-FOUND-IDX.
           PERFORM VARYING MSS-IDX FROM 1 BY 1
             UNTIL MSS-IDX > MSS-CNT
               IF MSS-ID(MSS-IDX) = OH-SELLER-ID
                   MOVE MSS-IDX TO MSS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF MSS-FOUND-IDX > 0
               ADD 1 TO MSS-ORDERS(MSS-FOUND-IDX)
           ELSE
               IF MSS-CNT < 100
                   ADD 1 TO MSS-CNT
                   MOVE OH-SELLER-ID TO MSS-ID(MSS-CNT)
                   MOVE 1 TO MSS-ORDERS(MSS-CNT)
                   MOVE OH-ORD-NO TO MSS-FIRST-ORD(MSS-CNT)
               ELSE
                   ADD 1 TO MSS-OVERFLOW
               END-IF
           END-IF.

      *----------------------
      *The customer master's season-to-date cases and dollars have to
      *net to the order history - every order added, every backout
      *and delivery credit taken away.
       2000-CHECK-MASTER.

           MOVE "CUSTOMER MASTER AGAINST THE ORDER HISTORY"
               TO O-SECTION.
           PERFORM 8000-SECTION-HDG.

           OPEN INPUT CUST-MASTER.

           IF CM-FILE-STATUS NOT = "00"
               CLOSE AUDIT-PRT
               DISPLAY "CBLNB14 - CUSTOMER MASTER CBLPOPCM.DAT DID NOT
      -            " OPEN - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 9610-START-CUST.
           PERFORM 9600-READ-CUST.
           PERFORM 2010-ADD-ONE-CUST
               UNTIL MORE-CUSTS = "NO".

           CLOSE CUST-MASTER.

           IF SW-OH-LOADED = "NO"
               MOVE "CBLPOPOH.DAT" TO O-AT-ITEM
               MOVE "NO ORDER HISTORY ON FILE - THE SEASON NETS TO ZERO"
                   TO O-AT-DETAIL
               MOVE SPACES TO O-AT-RESULT
               MOVE SPACES TO O-AT-NOTE
               PERFORM 8300-TEXT-LINE
           END-IF.

           MOVE C-OH-CASES TO C-AU-EXPECT.
           MOVE C-CM-CASES TO C-AU-FOUND.
           MOVE "SEASON-TO-DATE CASES" TO O-AC-ITEM.
           MOVE "MASTER AND HISTORY DISAGREE" TO O-AC-NOTE.
           PERFORM 8100-CASE-LINE.

           MOVE C-OH-DOLLARS TO C-AU-EXPECT.
           MOVE C-CM-DOLLARS TO C-AU-FOUND.
           MOVE "SEASON-TO-DATE DOLLARS" TO O-AD-ITEM.
           MOVE "MASTER AND HISTORY DISAGREE" TO O-AD-NOTE.
           PERFORM 8200-DOLLAR-LINE.

           MOVE C-CM-CTR TO C-ED-CTR.
           MOVE C-OH-ENTRIES TO C-ED-BAD.
           MOVE "FILES READ" TO O-AT-ITEM.
           MOVE SPACES TO O-AT-DETAIL.
           STRING C-ED-CTR            DELIMITED BY SIZE
                  " FAMILIES, "       DELIMITED BY SIZE
                  C-ED-BAD            DELIMITED BY SIZE
                  " HISTORY ENTRIES"  DELIMITED BY SIZE
               INTO O-AT-DETAIL.
           MOVE SPACES TO O-AT-RESULT.
           MOVE SPACES TO O-AT-NOTE.
           PERFORM 8300-TEXT-LINE.

      *----------------------

       2010-ADD-ONE-CUST.

           ADD 1 TO C-CM-CTR.

           IF CMF-STD-CASES NUMERIC
               ADD CMF-STD-CASES TO C-CM-CASES
           END-IF.

           IF CMF-STD-DOLLARS NUMERIC
               ADD CMF-STD-DOLLARS TO C-CM-DOLLARS
           END-IF.

           PERFORM 9600-READ-CUST.

      *----------------------
      *Each flavor's stock on hand has to be its stock base worked
      *forward - plus what the bottler delivered, less what was sold,
      *plus what was sold but is still waiting on the backorder
      *queue (never drawn from the shelf), plus what came back
      *refused.  A released backorder was drawn when the receipt
      *released it, so only open cases are added back.
       3000-CHECK-STOCK.

           MOVE "INVENTORY ON HAND AGAINST THE STOCK BASE" TO O-SECTION.
           PERFORM 8000-SECTION-HDG.

           OPEN INPUT INVENTORY-FILE.

           IF IV-FILE-STATUS NOT = "00"
               MOVE "CBLPOPIV.DAT" TO O-AT-ITEM
               MOVE "NO INVENTORY FILE - STOCK IS NOT BEING TRACKED"
                   TO O-AT-DETAIL
               PERFORM 8400-SKIP-LINE
           ELSE
               MOVE "YES" TO MORE-RECS
               PERFORM 9030-READ-IV
               PERFORM 3010-ADD-ONE-IV
                   UNTIL MORE-RECS = "NO"
               CLOSE INVENTORY-FILE
               OPEN INPUT STOCK-BASE
               IF SB-FILE-STATUS NOT = "00"
                   MOVE "CBLPOPSB.DAT" TO O-AT-ITEM
                   MOVE "NO STOCK BASE YET - THE SEASON CLOSE SETS ONE"
                       TO O-AT-DETAIL
                   PERFORM 8400-SKIP-LINE
               ELSE
                   MOVE "YES" TO MORE-RECS
                   PERFORM 9040-READ-SB
                   PERFORM 3020-ADD-ONE-SB
                       UNTIL MORE-RECS = "NO"
                   CLOSE STOCK-BASE
                   PERFORM 3050-WORK-STOCK-FORWARD
               END-IF
           END-IF.

      *----------------------

       3010-ADD-ONE-IV.

           IF IV-CODE NUMERIC
               AND IV-CODE > 0
               AND IV-CODE NOT > 10
               AND IV-QTY NUMERIC
               ADD IV-QTY TO FLV-ON-HAND(IV-CODE)
           END-IF.

           PERFORM 9030-READ-IV.

      *----------------------

       3020-ADD-ONE-SB.

           IF SB-CODE NUMERIC
               AND SB-CODE > 0
               AND SB-CODE NOT > 10
               AND SB-QTY NUMERIC
               ADD SB-QTY TO FLV-BASE(SB-CODE)
           END-IF.

           PERFORM 9040-READ-SB.

      *----------------------

       3030-ADD-ONE-RV.

           IF RV-CODE NUMERIC
               AND RV-CODE > 0
               AND RV-CODE NOT > 10
               AND RV-QTY NUMERIC
               ADD RV-QTY TO FLV-RECEIVED(RV-CODE)
           END-IF.

           PERFORM 9050-READ-RV.

      *----------------------

       3040-ADD-ONE-BO.

           IF BO-POP-CODE NUMERIC
               AND BO-POP-CODE > 0
               AND BO-POP-CODE NOT > 10
               AND BO-OPEN-CASES NUMERIC
               ADD BO-OPEN-CASES TO FLV-OPEN-BO(BO-POP-CODE)
           END-IF.

           PERFORM 9060-READ-BO.

      *----------------------
      *Stock on hand and the base are both loaded - add in the
      *receipts and backorders and list each flavor.
       3050-WORK-STOCK-FORWARD.

           OPEN INPUT RECEIPT-LOG.

           IF RV-FILE-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 9050-READ-RV
               PERFORM 3030-ADD-ONE-RV
                   UNTIL MORE-RECS = "NO"
               CLOSE RECEIPT-LOG
           END-IF.

           OPEN INPUT BACKORDER-FILE.

           IF BO-FILE-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 9060-READ-BO
               PERFORM 3040-ADD-ONE-BO
                   UNTIL MORE-RECS = "NO"
               CLOSE BACKORDER-FILE
           END-IF.

           MOVE "EXPECTED = BASE + RECEIVED - SOLD + STILL BACKORDERED +
      -        " REFUSED" TO O-SECTION-NOTE.
           WRITE PRTLINE
               FROM SECTION-NOTE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

           PERFORM 3100-FLAVOR-LINE
               VARYING X FROM 1 BY 1
                 UNTIL X > CAT-CNT.

      *----------------------

       3100-FLAVOR-LINE.

           COMPUTE C-AU-EXPECT = FLV-BASE(X) + FLV-RECEIVED(X)
               - FLV-SOLD(X) + FLV-OPEN-BO(X) + FLV-REFUSED(X).
           MOVE FLV-ON-HAND(X) TO C-AU-FOUND.

           MOVE SPACES TO O-AC-ITEM.
           STRING X                   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CAT-NAME(X)         DELIMITED BY SIZE
               INTO O-AC-ITEM.
           MOVE "ON HAND DOES NOT WORK FORWARD" TO O-AC-NOTE.
           PERFORM 8100-CASE-LINE.

      *----------------------
      *The last run history record is written right after the week
      *totals, from the same grand totals, so the dollars have to
      *match to the cent.  Its case figure on a normal run counts
      *every case read - rejected orders and backouts included - so
      *a different case count is shown but is not an exception.
       4000-CHECK-WEEK.

           MOVE "LAST RUN HISTORY RECORD AGAINST THE WEEK TOTALS"
               TO O-SECTION.
           PERFORM 8000-SECTION-HDG.

           OPEN INPUT WEEK-TOTALS.

           IF WKT-FILE-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 9070-READ-WK
               IF MORE-RECS = "YES"
                   ADD 1 TO C-WK-CTR
                   PERFORM 4010-ADD-WEEK
               END-IF
               CLOSE WEEK-TOTALS
           END-IF.

           OPEN INPUT RUN-HISTORY.

           IF HX-FILE-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 9080-READ-HX
               PERFORM 4020-KEEP-HX
                   UNTIL MORE-RECS = "NO"
               CLOSE RUN-HISTORY
           END-IF.

           IF C-WK-CTR = 0 AND C-HX-CTR = 0
               MOVE "CBLPOPWK.DAT / CBLPOPHX.DAT" TO O-AT-ITEM
               MOVE "NO WEEKLY RUN YET THIS SEASON" TO O-AT-DETAIL
               PERFORM 8400-SKIP-LINE
           ELSE
               IF C-WK-CTR = 0
                   MOVE "CBLPOPWK.DAT" TO O-AT-ITEM
                   MOVE "NO WEEK TOTALS BUT THE RUN HISTORY HAS A RUN"
                       TO O-AT-DETAIL
                   PERFORM 8500-EXCEPTION-LINE
               ELSE
                   IF C-HX-CTR = 0
                       MOVE "CBLPOPHX.DAT" TO O-AT-ITEM
                       MOVE "WEEK TOTALS ON FILE BUT NO RUN HISTORY RECO
      -                    "RD" TO O-AT-DETAIL
                       PERFORM 8500-EXCEPTION-LINE
                   ELSE
                       PERFORM 4050-CHECK-LAST-RUN
                   END-IF
               END-IF
           END-IF.

      *----------------------

       4010-ADD-WEEK.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 10
               IF WKT-POP-TOT(X) NUMERIC
                   ADD WKT-POP-TOT(X) TO C-WK-CASES
               ELSE
                   MOVE "NO" TO SW-WK-NUMERIC
               END-IF
           END-PERFORM.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 5
               IF WKT-GT-RAISED(X) NUMERIC
                   ADD WKT-GT-RAISED(X) TO C-WK-DOLLARS
               ELSE
                   MOVE "NO" TO SW-WK-NUMERIC
               END-IF
           END-PERFORM.

      *----------------------

       4020-KEEP-HX.

           ADD 1 TO C-HX-CTR.
           MOVE HX-REC TO LAST-HX.

           PERFORM 9080-READ-HX.

      *----------------------
      *Both files have a record - each has to be all numbers before
      *the two can be compared.
       4050-CHECK-LAST-RUN.

           IF SW-WK-NUMERIC = "NO"
               MOVE "CBLPOPWK.DAT" TO O-AT-ITEM
               MOVE "WEEK TOTALS RECORD IS NOT NUMERIC" TO O-AT-DETAIL
               PERFORM 8500-EXCEPTION-LINE
           ELSE
               IF LHX-DOLLARS NOT NUMERIC
                   OR LHX-RUN-CASES NOT NUMERIC
                   OR LHX-DATE NOT NUMERIC
                   MOVE "CBLPOPHX.DAT" TO O-AT-ITEM
                   MOVE "LAST RUN HISTORY RECORD IS NOT NUMERIC"
                       TO O-AT-DETAIL
                   PERFORM 8500-EXCEPTION-LINE
               ELSE
                   PERFORM 4060-COMPARE-LAST-RUN
               END-IF
           END-IF.

      *----------------------

       4060-COMPARE-LAST-RUN.

           MOVE LHX-DATE TO C-ED-DATE.
           MOVE "LAST RUN ON CBLPOPHX.DAT" TO O-AT-ITEM.
           MOVE SPACES TO O-AT-DETAIL.

           IF LHX-TIME NUMERIC
               MOVE LHX-TIME TO C-ED-TIME
               INSPECT C-ED-TIME REPLACING ALL " " BY ":"
               STRING "RUN OF "       DELIMITED BY SIZE
                      C-ED-DATE       DELIMITED BY SIZE
                      " AT "          DELIMITED BY SIZE
                      C-ED-TIME       DELIMITED BY SIZE
                   INTO O-AT-DETAIL
           ELSE
               STRING "RUN OF "       DELIMITED BY SIZE
                      C-ED-DATE       DELIMITED BY SIZE
                   INTO O-AT-DETAIL
           END-IF.

           MOVE SPACES TO O-AT-RESULT.
           MOVE SPACES TO O-AT-NOTE.
           PERFORM 8300-TEXT-LINE.

           MOVE C-WK-DOLLARS TO C-AU-EXPECT.
           MOVE LHX-DOLLARS TO C-AU-FOUND.
           MOVE "DOLLARS RAISED" TO O-AD-ITEM.
           MOVE "RESTORED OR EDITED BY HAND?" TO O-AD-NOTE.
           PERFORM 8200-DOLLAR-LINE.

           MOVE C-WK-CASES TO C-AU-EXPECT.
           MOVE LHX-RUN-CASES TO C-AU-FOUND.
           MOVE "CASES" TO O-AC-ITEM.
           MOVE "HISTORY COUNTS ALL CASES READ" TO O-AC-NOTE.
           MOVE "YES" TO SW-INFO-ONLY.
           PERFORM 8100-CASE-LINE.
           MOVE "NO" TO SW-INFO-ONLY.

      *----------------------
      *Every flavor code the inventory, promotion and purchase-order
      *files carry has to be one the catalog carries.
       5000-CHECK-CODES.

           MOVE "FLAVOR CODES AGAINST THE PRODUCT CATALOG" TO O-SECTION.
           PERFORM 8000-SECTION-HDG.

           IF C-CAT-BAD-CTR > 0
               MOVE C-CAT-BAD-CTR TO C-ED-BAD
               MOVE "CBLPOPCT.DAT" TO O-AT-ITEM
               MOVE SPACES TO O-AT-DETAIL
               STRING C-ED-BAD        DELIMITED BY SIZE
                      " RECORDS OUT OF SEQUENCE OR NOT NUMERIC"
                                      DELIMITED BY SIZE
                   INTO O-AT-DETAIL
               PERFORM 8500-EXCEPTION-LINE
           END-IF.

           PERFORM 5100-CHECK-IV-CODES.
           PERFORM 5200-CHECK-PR-CODES.
           PERFORM 5300-CHECK-PO-CODES.

      *----------------------

       5100-CHECK-IV-CODES.

           MOVE 0 TO C-REF-CTR.
           MOVE 0 TO C-REF-BAD-CTR.
           MOVE "CBLPOPIV.DAT" TO O-AT-ITEM.

           OPEN INPUT INVENTORY-FILE.

           IF IV-FILE-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 9030-READ-IV
               PERFORM 5110-CHECK-ONE-IV
                   UNTIL MORE-RECS = "NO"
               CLOSE INVENTORY-FILE
           END-IF.

           MOVE IV-FILE-STATUS TO REF-FILE-STATUS.
           PERFORM 5900-REF-FILE-LINE.

      *----------------------

       5110-CHECK-ONE-IV.

           ADD 1 TO C-REF-CTR.
           MOVE "NO" TO SW-FOUND.

           IF IV-CODE NUMERIC
               AND IV-CODE > 0
               IF CAT-ON-FILE(IV-CODE) = "Y"
                   MOVE "YES" TO SW-FOUND
               END-IF
           END-IF.

           IF SW-FOUND = "NO"
               ADD 1 TO C-REF-BAD-CTR
               MOVE SPACES TO O-AT-DETAIL
               STRING "INVENTORY FLAVOR CODE " DELIMITED BY SIZE
                      IV-CODE-X       DELIMITED BY SIZE
                      " IS NOT IN THE CATALOG"
                                      DELIMITED BY SIZE
                   INTO O-AT-DETAIL
               PERFORM 8500-EXCEPTION-LINE
           END-IF.

           PERFORM 9030-READ-IV.

      *----------------------
      *Only a flavor promotion names a flavor; an overall one carries
      *no code.
       5200-CHECK-PR-CODES.

           MOVE 0 TO C-REF-CTR.
           MOVE 0 TO C-REF-BAD-CTR.
           MOVE "CBLPOPPR.DAT" TO O-AT-ITEM.

           OPEN INPUT PROMO-FILE.

           IF PRM-FILE-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 9090-READ-PRM
               PERFORM 5210-CHECK-ONE-PRM
                   UNTIL MORE-RECS = "NO"
               CLOSE PROMO-FILE
           END-IF.

           MOVE PRM-FILE-STATUS TO REF-FILE-STATUS.
           PERFORM 5900-REF-FILE-LINE.

      *----------------------

       5210-CHECK-ONE-PRM.

           IF PRM-IS-FLAVOR
               ADD 1 TO C-REF-CTR
               MOVE "NO" TO SW-FOUND
               IF PRM-POP-CODE NUMERIC
                   AND PRM-POP-CODE > 0
                   IF CAT-ON-FILE(PRM-POP-CODE) = "Y"
                       MOVE "YES" TO SW-FOUND
                   END-IF
               END-IF
               IF SW-FOUND = "NO"
                   ADD 1 TO C-REF-BAD-CTR
                   MOVE SPACES TO O-AT-DETAIL
                   STRING "PROMOTION FLAVOR CODE " DELIMITED BY SIZE
                          PRM-POP-CODE-X  DELIMITED BY SIZE
                          " IS NOT IN THE CATALOG"
                                          DELIMITED BY SIZE
                       INTO O-AT-DETAIL
                   PERFORM 8500-EXCEPTION-LINE
               END-IF
           END-IF.

           PERFORM 9090-READ-PRM.

      *----------------------

       5300-CHECK-PO-CODES.

           MOVE 0 TO C-REF-CTR.
           MOVE 0 TO C-REF-BAD-CTR.
           MOVE "CBLPOPPO.DAT" TO O-AT-ITEM.

           OPEN INPUT PURCHASE-ORDER.

           IF PO-FILE-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 9095-READ-PO
               PERFORM 5310-CHECK-ONE-PO
                   UNTIL MORE-RECS = "NO"
               CLOSE PURCHASE-ORDER
           END-IF.

           MOVE PO-FILE-STATUS TO REF-FILE-STATUS.
           PERFORM 5900-REF-FILE-LINE.

      *----------------------

       5310-CHECK-ONE-PO.

           ADD 1 TO C-REF-CTR.
           MOVE "NO" TO SW-FOUND.

           IF PO-CODE NUMERIC
               AND PO-CODE > 0
               IF CAT-ON-FILE(PO-CODE) = "Y"
                   MOVE "YES" TO SW-FOUND
               END-IF
           END-IF.

           IF SW-FOUND = "NO"
               ADD 1 TO C-REF-BAD-CTR
               MOVE SPACES TO O-AT-DETAIL
               STRING "PURCHASE-ORDER FLAVOR CODE " DELIMITED BY SIZE
                      PO-CODE-X       DELIMITED BY SIZE
                      " IS NOT IN THE CATALOG"
                                      DELIMITED BY SIZE
                   INTO O-AT-DETAIL
               PERFORM 8500-EXCEPTION-LINE
           END-IF.

           PERFORM 9095-READ-PO.

      *----------------------
      *One file's tally - how many codes were checked and how many
      *the catalog does not carry.  REF-FILE-STATUS holds the status
      *of whichever file was just checked.
       5900-REF-FILE-LINE.

           MOVE SPACES TO O-AT-DETAIL.
           MOVE SPACES TO O-AT-NOTE.

           IF REF-FILE-STATUS NOT = "00"
               MOVE "NOT PRESENT - NOTHING TO CHECK" TO O-AT-DETAIL
               MOVE SPACES TO O-AT-RESULT
           ELSE
               MOVE C-REF-CTR TO C-ED-CTR
               MOVE C-REF-BAD-CTR TO C-ED-BAD
               STRING C-ED-CTR        DELIMITED BY SIZE
                      " CODES CHECKED, "
                                      DELIMITED BY SIZE
                      C-ED-BAD        DELIMITED BY SIZE
                      " NOT IN THE CATALOG"
                                      DELIMITED BY SIZE
                   INTO O-AT-DETAIL
               IF C-REF-BAD-CTR = 0
                   MOVE "AGREES" TO O-AT-RESULT
               ELSE
                   MOVE "EXCEPTION" TO O-AT-RESULT
               END-IF
           END-IF.

           PERFORM 8300-TEXT-LINE.

      *----------------------
      *Every seller on an order has to still be on the roster - the
      *settlement run has nobody to charge an envelope to otherwise.
       6000-CHECK-SELLERS.

           MOVE "ORDER SELLERS AGAINST THE SELLER ROSTER" TO O-SECTION.
           PERFORM 8000-SECTION-HDG.

           IF SW-SR-LOADED = "NO"
               MOVE "CBLPOPSR.DAT" TO O-AT-ITEM
               MOVE "NO SELLER ROSTER - NO SELLER CAN BE CHECKED"
                   TO O-AT-DETAIL
               PERFORM 8500-EXCEPTION-LINE
           ELSE
               PERFORM 6100-MISSING-SELLER-LINE
                   VARYING MSS-IDX FROM 1 BY 1
                     UNTIL MSS-IDX > MSS-CNT

               IF MSS-OVERFLOW > 0
                   MOVE MSS-OVERFLOW TO C-ED-BAD
                   MOVE "MORE SELLERS" TO O-AT-ITEM
                   MOVE SPACES TO O-AT-DETAIL
                   STRING C-ED-BAD        DELIMITED BY SIZE
                          " MORE ORDERS BY SELLERS NOT ON THE ROSTER"
                                          DELIMITED BY SIZE
                       INTO O-AT-DETAIL
                   PERFORM 8500-EXCEPTION-LINE
               END-IF

               MOVE "CBLPOPOH.DAT" TO O-AT-ITEM
               MOVE SPACES TO O-AT-DETAIL
               MOVE SPACES TO O-AT-NOTE
               MOVE C-OH-ORDERS TO C-ED-CTR
               MOVE SLR-CNT TO C-ED-BAD
               STRING C-ED-CTR            DELIMITED BY SIZE
                      " ORDERS CHECKED AGAINST "
                                          DELIMITED BY SIZE
                      C-ED-BAD            DELIMITED BY SIZE
                      " SELLERS"          DELIMITED BY SIZE
                   INTO O-AT-DETAIL

               IF MSS-CNT = 0
                   MOVE "AGREES" TO O-AT-RESULT
               ELSE
                   MOVE "EXCEPTION" TO O-AT-RESULT
               END-IF

               PERFORM 8300-TEXT-LINE
           END-IF.

      *----------------------

       6100-MISSING-SELLER-LINE.

           MOVE SPACES TO O-AT-ITEM.
           STRING "SELLER "           DELIMITED BY SIZE
                  MSS-ID(MSS-IDX)     DELIMITED BY SIZE
               INTO O-AT-ITEM.

           MOVE MSS-ORDERS(MSS-IDX) TO C-ED-CTR.
           MOVE MSS-FIRST-ORD(MSS-IDX) TO C-ED-ORD-NO.
           MOVE SPACES TO O-AT-DETAIL.
           STRING "NOT ON THE ROSTER -"
                                      DELIMITED BY SIZE
                  C-ED-CTR            DELIMITED BY SIZE
                  " ORDERS, FIRST "   DELIMITED BY SIZE
                  C-ED-ORD-NO         DELIMITED BY SIZE
               INTO O-AT-DETAIL.

           PERFORM 8500-EXCEPTION-LINE.

      *----------------------
      *Sum up, and set the return code - 8 for any exception, 4 when
      *a check could not be made and nothing else was wrong.
       7000-CLOSING.

           MOVE C-EXC-CTR TO O-SM-EXC.
           MOVE C-SKIP-CTR TO O-SM-SKIP.

           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 3 LINES.

           CLOSE AUDIT-PRT.

           IF C-EXC-CTR > 0
               DISPLAY "CBLNB14 - DATA SET FAILED THE AUDIT - SEE
      -            " CBLPOPAU.PRT"
               MOVE 8 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
           END-IF.

      *----------------------

       8000-SECTION-HDG.

           WRITE PRTLINE
               FROM SECTION-HDG
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HDG
           END-WRITE.

           WRITE PRTLINE
               FROM AUDIT-HDG
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG
           END-WRITE.

      *----------------------
      *C-AU-EXPECT against C-AU-FOUND in cases.  A difference is an
      *exception unless SW-INFO-ONLY says the line is for reference.
       8100-CASE-LINE.

           COMPUTE C-AU-DIFF = C-AU-FOUND - C-AU-EXPECT.
           MOVE C-AU-EXPECT TO O-AC-EXPECT.
           MOVE C-AU-FOUND TO O-AC-FOUND.
           MOVE C-AU-DIFF TO O-AC-DIFF.

           IF C-AU-DIFF = 0
               MOVE "AGREES" TO O-AC-RESULT
               MOVE SPACES TO O-AC-NOTE
           ELSE
               IF SW-INFO-ONLY = "YES"
                   MOVE "SEE NOTE" TO O-AC-RESULT
               ELSE
                   MOVE "EXCEPTION" TO O-AC-RESULT
                   ADD 1 TO C-EXC-CTR
               END-IF
           END-IF.

           WRITE PRTLINE
               FROM AUDIT-CASE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *C-AU-EXPECT against C-AU-FOUND in dollars.
       8200-DOLLAR-LINE.

           COMPUTE C-AU-DIFF = C-AU-FOUND - C-AU-EXPECT.
           MOVE C-AU-EXPECT TO O-AD-EXPECT.
           MOVE C-AU-FOUND TO O-AD-FOUND.
           MOVE C-AU-DIFF TO O-AD-DIFF.

           IF C-AU-DIFF = 0
               MOVE "AGREES" TO O-AD-RESULT
               MOVE SPACES TO O-AD-NOTE
           ELSE
               MOVE "EXCEPTION" TO O-AD-RESULT
               ADD 1 TO C-EXC-CTR
           END-IF.

           WRITE PRTLINE
               FROM AUDIT-DOLLAR-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------

       8300-TEXT-LINE.

           WRITE PRTLINE
               FROM AUDIT-TEXT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *A check that could not be made - O-AT-ITEM and O-AT-DETAIL say
      *which and why.  The run ends with at least a 4.
       8400-SKIP-LINE.

           ADD 1 TO C-SKIP-CTR.
           MOVE "SKIPPED" TO O-AT-RESULT.
           MOVE SPACES TO O-AT-NOTE.
           PERFORM 8300-TEXT-LINE.

           MOVE 4 TO C-NEW-RC.
           PERFORM 9900-RAISE-RC.

      *----------------------
      *A finding that is wrong in itself - O-AT-ITEM and O-AT-DETAIL
      *say what.
       8500-EXCEPTION-LINE.

           ADD 1 TO C-EXC-CTR.
           MOVE "EXCEPTION" TO O-AT-RESULT.
           MOVE SPACES TO O-AT-NOTE.
           PERFORM 8300-TEXT-LINE.

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

      *----------------------

       9000-READ-CAT.

           READ PRODUCT-CATALOG
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9010-READ-SR.

           READ SELLER-ROSTER
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9020-READ-OH.

           READ ORDER-HISTORY
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9030-READ-IV.

           READ INVENTORY-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9040-READ-SB.

           READ STOCK-BASE
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9050-READ-RV.

           READ RECEIPT-LOG
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9060-READ-BO.

           READ BACKORDER-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9070-READ-WK.

           READ WEEK-TOTALS
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9080-READ-HX.

           READ RUN-HISTORY
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9090-READ-PRM.

           READ PROMO-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9095-READ-PO.

           READ PURCHASE-ORDER
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9600-READ-CUST.

           READ CUST-MASTER NEXT RECORD
               AT END
                   MOVE "NO" TO MORE-CUSTS.

      *----------------------
      *Position the customer master at its first record - an empty
      *master just means the pass has nothing to do.
       9610-START-CUST.

           MOVE "YES" TO MORE-CUSTS.
           MOVE LOW-VALUES TO CMF-CUST-KEY.

           START CUST-MASTER
               KEY NOT < CMF-CUST-KEY
                   INVALID KEY
                       MOVE "NO" TO MORE-CUSTS.

      *----------------------
      *Raise the run's return code to C-NEW-RC's severity - never
      *lower it.
       9900-RAISE-RC.

           IF C-NEW-RC > RETURN-CODE
               MOVE C-NEW-RC TO RETURN-CODE
           END-IF.

       END PROGRAM CBLNB14.
