       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLNB12.
       AUTHOR.     NICO BUSATTO.
       DATE-WRITTEN.       10/15/26.
       DATE-COMPILED.      10/15/26.

      *-----------------------------------------------------------------

      **************************************************************
      *ORDER HISTORY INQUIRY AND CONFIRMATION REPRINT.  WHEN A      *
      *PARENT CALLS ABOUT AN ORDER, THE CLERK KEYS ONE INQUIRY PER  *
      *QUESTION - A FAMILY'S KEY TO LIST EVERY ORDER, ADJUSTMENT,   *
      *VOID AND DELIVERY CREDIT NUMBERED FOR THEM, UNDER THAT KEY   *
      *OR ANY KEY THE FAMILY HAS SINCE MOVED OR BEEN MERGED AWAY    *
      *FROM, OR AN ORDER NUMBER TO SHOW THAT ONE ORDER LINE BY      *
      *LINE.  AN ORDER-NUMBER INQUIRY CAN ALSO ASK FOR THE FAMILY'S *
      *CONFIRMATION SLIP AND REMITTANCE STUB TO BE PRINTED AGAIN,   *
      *LAID OUT THE WAY THE WEEKLY RUN PRINTED IT, WITHOUT          *
      *RERUNNING THE WEEK.  NOTHING IS UPDATED.                     *
      **************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Inquiries - one record per question the clerk is answering.
            SELECT INQUIRY-TRANS
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPOQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OQ-FILE-STATUS.

      *The inquiry report - every inquiry and what was found for it.
            SELECT INQ-PRT
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPOQ.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

      *Reprinted confirmation slips, one page per order asked for.
            SELECT REPRINT-PRT
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPRP.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

      *The season's order history as the weekly run writes it - read
      *from the top once for every inquiry.
            SELECT ORDER-HISTORY
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPOH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OH-FILE-STATUS.

      *Customer key cross-reference CBLNB07 writes - each retired key
      *pointed at the key that replaced it, so a family's orders from
      *before a move or merge answer for its key today.
            SELECT KEY-XREF
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPKX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KX-FILE-STATUS.

      *-----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.

      *One inquiry - "K" lists a family's orders by customer key, "N"
      *shows one order by its number.  A "Y" in the reprint byte on
      *an "N" inquiry prints the order's confirmation slip again.
       FD  INQUIRY-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS OQ-REC.

       01  OQ-REC.
           05  OQ-TYPE            PIC X.
               88  OQ-BY-KEY      VALUE "K".
               88  OQ-BY-NUMBER   VALUE "N".
           05  OQ-REPRINT         PIC X.
               88  OQ-WANTS-REPRINT VALUE "Y".
               88  VAL-OQ-REPRINT VALUE "Y" "N" " ".
           05  OQ-ORD-NO          PIC 9(8).
           05  OQ-CUST-KEY.
               10  OQ-LNAME       PIC X(15).
               10  OQ-FNAME       PIC X(15).
               10  OQ-ADDRESS     PIC X(15).
           05  FILLER             PIC X(5).

       FD  INQ-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 55 WITH FOOTING 35
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

       FD  REPRINT-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONFLINE.

       01  CONFLINE               PIC X(80).

      *Order history - an "H" header, then one "D" record per flavor
      *line, every record led by the order number.  The weekly run's
      *layout.
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
               88  OH-IS-ADJ      VALUE "A".
               88  OH-IS-VOID     VALUE "V".
               88  OH-IS-REFUSED  VALUE "R".
               88  OH-IS-SHORT    VALUE "S".
           05  OH-CUST-KEY.
               10  OH-LNAME       PIC X(15).
               10  OH-FNAME       PIC X(15).
               10  OH-ADDRESS     PIC X(15).
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

      *Key cross-reference record - the weekly run's layout.
       FD  KEY-XREF
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS KX-REC.

       01  KX-REC.
           05  KX-OLD-KEY         PIC X(45).
           05  KX-NEW-KEY         PIC X(45).
           05  KX-TYPE            PIC X.
           05  KX-DATE            PIC 9(8).
           05  KX-USER            PIC X(8).
           05  FILLER             PIC XXX.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  X                  PIC 99.
           05  MORE-OQS           PIC XXX           VALUE "YES".
           05  MORE-OHS           PIC XXX           VALUE "YES".
           05  MORE-KX            PIC XXX           VALUE "YES".
           05  OQ-FILE-STATUS     PIC XX            VALUE SPACES.
           05  OH-FILE-STATUS     PIC XX            VALUE SPACES.
           05  KX-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SW-TXN-REJECTED    PIC XXX           VALUE "NO".
           05  SW-IN-MATCH        PIC XXX           VALUE "NO".
           05  SW-KEY-MATCH       PIC XXX           VALUE "NO".
           05  C-REJECT-MSG       PIC X(40)         VALUE SPACES.
           05  C-NEW-RC           PIC 99            VALUE ZERO.
           05  C-PCTR             PIC 9(4)          VALUE ZERO.
           05  C-OQ-CTR           PIC 9(5)          VALUE ZERO.
           05  C-FOUND-CTR        PIC 9(5)          VALUE ZERO.
           05  C-NOT-FOUND-CTR    PIC 9(5)          VALUE ZERO.
           05  C-REJECT-CTR       PIC 9(5)          VALUE ZERO.
           05  C-REPRINT-CTR      PIC 9(5)          VALUE ZERO.

      *One inquiry's findings.  A checkpoint restart of the weekly
      *run writes the orders after its last checkpoint to the history
      *a second time under the same numbers, so an order number no
      *higher than the last one already seen on this pass is a
      *repeat and is passed over.
           05  C-HI-ORD-NO        PIC 9(8)          VALUE ZERO.
           05  C-MATCH-CTR        PIC 9(5)          VALUE ZERO.
           05  C-NET-CASES        PIC S9(6)         VALUE ZERO.
           05  C-NET-DOLLARS      PIC S9(10)V99     VALUE ZERO.

      *Retired customer keys from CBLPOPKX.DAT, loaded once.  For a
      *family inquiry every retired key whose chain of moves and
      *merges leads to the key asked about is gathered into KM-KEY,
      *and an order under any of them is the family's.  A chain is
      *followed no more than ten links, in case the file ever points
      *a key back at itself.
       01  KEY-XREF-TBL.
           05  KX-CTR             PIC 9(4)          VALUE ZERO.
           05  KX-IDX             PIC 9(4)          VALUE ZERO.
           05  KX-START-IDX       PIC 9(4)          VALUE ZERO.
           05  KX-HOPS            PIC 99            VALUE ZERO.
           05  SW-KX-HOPPED       PIC XXX           VALUE "NO".
           05  SW-KX-REACHED      PIC XXX           VALUE "NO".
           05  SW-KX-TBL-FULL     PIC XXX           VALUE "NO".
           05  KX-CUR-KEY         PIC X(45)         VALUE SPACES.
           05  KX-ENTRY           OCCURS 500.
               10  KXT-OLD-KEY    PIC X(45).
               10  KXT-NEW-KEY    PIC X(45).
           05  KM-CTR             PIC 9(4)          VALUE ZERO.
           05  KM-IDX             PIC 9(4)          VALUE ZERO.
           05  KM-KEY             PIC X(45)         OCCURS 500.

      *The order an "N" inquiry found, held for the reprint - the
      *header image as read, and its flavor lines.
       01  RP-HDR                 PIC X(120).

       01  RP-HDR-REC REDEFINES RP-HDR.
           05  FILLER             PIC X(9).
           05  RPH-RUN-DATE.
               10  RPH-YEAR       PIC 9(4).
               10  RPH-MONTH      PIC 99.
               10  RPH-DAY        PIC 99.
           05  RPH-TXN-TYPE       PIC X.
               88  RPH-IS-ORDER   VALUE "H".
           05  RPH-LNAME          PIC X(15).
           05  RPH-FNAME          PIC X(15).
           05  RPH-ADDRESS        PIC X(15).
           05  RPH-CITY           PIC X(10).
           05  RPH-STATE          PIC XX.
           05  RPH-ZIP-1          PIC X(5).
           05  RPH-ZIP-2          PIC X(4).
           05  RPH-TEAM           PIC X.
           05  RPH-SELLER-ID      PIC X(5).
           05  RPH-LINE-CT        PIC 99.
           05  RPH-CASES          PIC 9(4).
           05  RPH-DISC           PIC 9(7)V99.
           05  RPH-TOTAL          PIC 9(7)V99.
           05  FILLER             PIC X(6).

       01  RP-LINE-TBL.
           05  RP-CTR             PIC 99            VALUE ZERO.
           05  RP-LINE            OCCURS 10.
               10  RP-POP-NAME    PIC X(16).
               10  RP-CASES       PIC 9(4).
               10  RP-DEPOSIT     PIC 9(7)V99.
               10  RP-TAX         PIC 9(7)V99.
               10  RP-TOTAL       PIC 9(7)V99.
               10  RP-BO          PIC 9(4).

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
           05  FILLER             PIC X(8)          VALUE "CBLNB12".
           05  FILLER             PIC X(48)         VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "BUSATTO'S".
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "DIVISION".
           05  FILLER             PIC X(56)         VALUE SPACES.

       01  REPORT-TITLE.
           05  FILLER             PIC X(55)         VALUE SPACES.
           05  FILLER             PIC X(6)          VALUE "ORDER ".
           05  FILLER             PIC X(8)          VALUE "HISTORY ".
           05  FILLER             PIC X(7)          VALUE "INQUIRY".
           05  FILLER             PIC X(56)         VALUE SPACES.

       01  COLUMN-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "ORDER NO".
           05  FILLER             PIC X(12)         VALUE "RUN DATE".
           05  FILLER             PIC X(11)         VALUE "TYPE".
           05  FILLER             PIC X(16)         VALUE "LAST NAME".
           05  FILLER             PIC X(16)         VALUE "FIRST NAME".
           05  FILLER             PIC X(16)         VALUE "ADDRESS".
           05  FILLER             PIC X(3)          VALUE "TM".
           05  FILLER             PIC X(7)          VALUE "SELLER".
           05  FILLER             PIC X(6)          VALUE " CASES".
           05  FILLER             PIC X(13)         VALUE
               "     DISCOUNT".
           05  FILLER             PIC X(16)         VALUE
               "           TOTAL".
           05  FILLER             PIC X(3)          VALUE SPACES.

      *Leads each inquiry's block - what was asked.
       01  INQ-HDG-LINE.
           05  FILLER             PIC X(8)          VALUE "INQUIRY ".
           05  O-OQ-CTR           PIC ZZZZ9.
           05  FILLER             PIC XX            VALUE ": ".
           05  O-INQ-TEXT         PIC X(80).
           05  FILLER             PIC X(37)         VALUE SPACES.

      *One order, adjustment or void.  An adjustment or void took
      *its cases and dollars back, so they print negative.
       01  ORDER-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-ORD-NO           PIC 9(8).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-RUN-DATE         PIC 9999/99/99.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-TXN-LIT          PIC X(10).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-LNAME            PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-FNAME            PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-ADDRESS          PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-TEAM             PIC X.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-SELLER-ID        PIC X(5).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-CASES            PIC ZZ,ZZ9-.
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  O-DISC             PIC $$$,$$$.99.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-TOTAL            PIC $$,$$$,$$$.99-.
           05  FILLER             PIC X(3)          VALUE SPACES.

       01  LINE-HDG.
           05  FILLER             PIC X(13)         VALUE SPACES.
           05  FILLER             PIC X(18)         VALUE "FLAVOR".
           05  FILLER             PIC X(6)          VALUE " CASES".
           05  FILLER             PIC X(11)         VALUE
               "  CASE COST".
           05  FILLER             PIC X(13)         VALUE
               "      PRODUCT".
           05  FILLER             PIC X(13)         VALUE
               "     DISCOUNT".
           05  FILLER             PIC X(13)         VALUE
               "          TAX".
           05  FILLER             PIC X(13)         VALUE
               "      DEPOSIT".
           05  FILLER             PIC X(13)         VALUE
               "   LINE TOTAL".
           05  FILLER             PIC X(25)         VALUE SPACES.

      *One flavor line of an order-number inquiry's order.
       01  ORDER-DET-LINE.
           05  FILLER             PIC X(13)         VALUE SPACES.
           05  O-LN-POP-NAME      PIC X(16).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-LN-CASES         PIC ZZZ9.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-LN-COST          PIC $$,$$9.99.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-LN-PRODUCT       PIC $$$,$$$.99.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-LN-DISC          PIC $$$,$$$.99.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-LN-TAX           PIC $$$,$$$.99.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-LN-DEPOSIT       PIC $$$,$$$.99.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-LN-TOTAL         PIC $$$,$$$.99.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-LN-BO-NOTE.
               10  O-LN-BO-QTY    PIC ZZZ9.
               10  O-LN-BO-LIT    PIC X(19).

      *Under a family's orders - how many, and what they come to net
      *of adjustments and voids.
       01  FAMILY-TOT-LINE.
           05  FILLER             PIC X(13)         VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "ORDERS: ".
           05  O-MATCH-CTR        PIC ZZ,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(11)         VALUE "NET CASES: ".
           05  O-NET-CASES        PIC ZZZ,ZZ9-.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(13)         VALUE
               "NET DOLLARS: ".
           05  O-NET-DOLLARS      PIC $$,$$$,$$$.99-.
           05  FILLER             PIC X(51)         VALUE SPACES.

      *Not found, rejected, or a reprint note under an inquiry.
       01  INQ-MSG-LINE.
           05  FILLER             PIC X(13)         VALUE SPACES.
           05  O-INQ-MSG          PIC X(60).
           05  FILLER             PIC X(59)         VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(11)         VALUE "INQUIRIES: ".
           05  O-OQ-TOT           PIC ZZ,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(7)          VALUE "FOUND: ".
           05  O-FOUND-CTR        PIC ZZ,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(11)         VALUE "NOT FOUND: ".
           05  O-NOT-FOUND-CTR    PIC ZZ,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "REJECTED: ".
           05  O-REJECT-CTR       PIC ZZ,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(11)         VALUE "REPRINTED: ".
           05  O-REPRINT-CTR      PIC ZZ,ZZ9.
           05  FILLER             PIC X(33)         VALUE SPACES.

      *Order confirmation slip - the weekly run's 80-column layout,
      *with a line saying when it was printed again.
       01  OC-TITLE-LINE.
           05  FILLER             PIC X(6)          VALUE "DATE: ".
           05  OC-MONTH           PIC 99.
           05  FILLER             PIC X             VALUE "/".
           05  OC-DAY             PIC 99.
           05  FILLER             PIC X             VALUE "/".
           05  OC-YEAR            PIC 9(4).
           05  FILLER             PIC X(14)         VALUE SPACES.
           05  FILLER             PIC X(6)          VALUE "ALBIA ".
           05  FILLER             PIC X(7)          VALUE "SOCCER ".
           05  FILLER             PIC X(5)          VALUE "CLUB ".
           05  FILLER             PIC X(10)         VALUE "FUNDRAISER".
           05  FILLER             PIC X(22)         VALUE SPACES.

       01  OC-CONF-LINE.
           05  FILLER             PIC X(31)         VALUE SPACES.
           05  FILLER             PIC X(6)          VALUE "ORDER ".
           05  FILLER             PIC X(6)          VALUE "CONFIR".
           05  FILLER             PIC X(6)          VALUE "MATION".
           05  FILLER             PIC X(31)         VALUE SPACES.

       01  OC-ORD-NO-LINE.
           05  FILLER             PIC X(31)         VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "ORDER NO. ".
           05  OC-ORD-NO          PIC 9(8).
           05  FILLER             PIC X(31)         VALUE SPACES.

       01  OC-REPRINT-LINE.
           05  FILLER             PIC X(31)         VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "REPRINTED ".
           05  OC-RP-MONTH        PIC 99.
           05  FILLER             PIC X             VALUE "/".
           05  OC-RP-DAY          PIC 99.
           05  FILLER             PIC X             VALUE "/".
           05  OC-RP-YEAR         PIC 9(4).
           05  FILLER             PIC X(29)         VALUE SPACES.

       01  OC-NAME-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  OC-FNAME           PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  OC-LNAME           PIC X(15).
           05  FILLER             PIC X(46)         VALUE SPACES.

       01  OC-ADDR-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  OC-ADDRESS         PIC X(15).
           05  FILLER             PIC X(62)         VALUE SPACES.

       01  OC-CITY-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  OC-CITY            PIC X(10).
           05  FILLER             PIC XX            VALUE SPACES.
           05  OC-STATE           PIC XX.
           05  FILLER             PIC XX            VALUE SPACES.
           05  OC-ZIP-1           PIC X(5).
           05  FILLER             PIC X             VALUE "-".
           05  OC-ZIP-2           PIC X(4).
           05  FILLER             PIC X(51)         VALUE SPACES.

       01  OC-COL-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "POP TYPE".
           05  FILLER             PIC X(10)         VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "QUANTITY".
           05  FILLER             PIC X(5)          VALUE SPACES.
           05  FILLER             PIC X(7)          VALUE "DEPOSIT".
           05  FILLER             PIC X(5)          VALUE SPACES.
           05  FILLER             PIC X(3)          VALUE "TAX".
           05  FILLER             PIC X(6)          VALUE SPACES.
           05  FILLER             PIC X(5)          VALUE "LINE ".
           05  FILLER             PIC X(5)          VALUE "TOTAL".
           05  FILLER             PIC X(15)         VALUE SPACES.

       01  OC-DETAIL-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  OC-POP-LIT         PIC X(16).
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  OC-QTY             PIC ZZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  OC-DEPOSIT         PIC $$$,$$$.99.
           05  FILLER             PIC XX            VALUE SPACES.
           05  OC-TAX             PIC $$$,$$9.99.
           05  FILLER             PIC XX            VALUE SPACES.
           05  OC-LINE-TOT        PIC $$,$$$,$$$.99.
           05  FILLER             PIC X(14)         VALUE SPACES.

       01  OC-BO-LINE.
           05  FILLER             PIC X(6)          VALUE SPACES.
           05  FILLER             PIC X(3)          VALUE "** ".
           05  OC-BO-QTY          PIC ZZZ9.
           05  FILLER             PIC X(7)          VALUE " CASES ".
           05  FILLER             PIC X(15)         VALUE
               "ON BACKORDER - ".
           05  FILLER             PIC X(15)         VALUE
               "DELIVERED WHEN ".
           05  FILLER             PIC X(16)         VALUE
               "STOCK ARRIVES **".
           05  FILLER             PIC X(14)         VALUE SPACES.

       01  OC-DISC-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(4)          VALUE "YOU ".
           05  FILLER             PIC X(7)          VALUE "SAVED: ".
           05  OC-ORDER-DISC      PIC $$,$$$,$$$.99.
           05  FILLER             PIC X(53)         VALUE SPACES.

       01  OC-TOT-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(6)          VALUE "ORDER ".
           05  FILLER             PIC X(7)          VALUE "TOTAL: ".
           05  OC-ORDER-TOTAL     PIC $$,$$$,$$$.99.
           05  FILLER             PIC X(51)         VALUE SPACES.

       01  OC-CUT-LINE.
           05  FILLER             PIC X(30)         VALUE ALL "-".
           05  FILLER             PIC X(8)          VALUE " DETACH ".
           05  FILLER             PIC X(42)         VALUE ALL "-".

       01  OC-STUB-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(11)         VALUE "REMITTANCE ".
           05  FILLER             PIC X(4)          VALUE "STUB".
           05  FILLER             PIC X(62)         VALUE SPACES.

       01  OC-STUB-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  OC-STUB-LNAME      PIC X(15).
           05  FILLER             PIC XX            VALUE SPACES.
           05  OC-STUB-FNAME      PIC X(15).
           05  FILLER             PIC XX            VALUE SPACES.
           05  FILLER             PIC X(6)          VALUE "TEAM: ".
           05  OC-STUB-TEAM       PIC X.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(7)          VALUE "AMOUNT ".
           05  FILLER             PIC X(5)          VALUE "DUE: ".
           05  OC-STUB-DUE        PIC $$,$$$,$$$.99.
           05  FILLER             PIC X(8)          VALUE SPACES.

       01  OC-STUB-ORD-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "ORDER NO. ".
           05  OC-STUB-ORD-NO     PIC 9(8).
           05  FILLER             PIC X(59)         VALUE SPACES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.

       0000-CBLNB12.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-OQS = "NO".
           PERFORM 3000-CLOSING.
           STOP RUN.

      *----------------------

       1000-INIT.

           MOVE FUNCTION CURRENT-DATE TO CUR-STAMP.
           MOVE CUR-STAMP-DATE TO I-DATE-NUM.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO OC-RP-YEAR.
           MOVE I-MONTH TO OC-RP-MONTH.
           MOVE I-DAY TO OC-RP-DAY.

           OPEN INPUT INQUIRY-TRANS.

           IF OQ-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB12 - INQUIRY FILE CBLPOPOQ.DAT IS
      -            " MISSING - NOTHING TO DO"
               STOP RUN
           END-IF.

      *Make sure the history is there before any inquiry is read -
      *every one of them would come back not found.
           OPEN INPUT ORDER-HISTORY.

           IF OH-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB12 - ORDER HISTORY CBLPOPOH.DAT IS
      -            " MISSING - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE ORDER-HISTORY.

           PERFORM 1050-LOAD-XREF.

           OPEN OUTPUT INQ-PRT.
           OPEN OUTPUT REPRINT-PRT.
           PERFORM 9100-HDG.
           PERFORM 9000-READ-OQ.

      *----------------------
      *Load the key cross-reference.  No file just means no family
      *has ever moved or been merged.
       1050-LOAD-XREF.

           OPEN INPUT KEY-XREF.

           IF KX-FILE-STATUS = "00"
               MOVE "YES" TO MORE-KX
               PERFORM 9020-READ-KX
               PERFORM 1060-LOAD-ONE-XREF
                   UNTIL MORE-KX = "NO"
               CLOSE KEY-XREF
               IF SW-KX-TBL-FULL = "YES"
                   DISPLAY "CBLNB12 - KEY CROSS-REFERENCE CBLPOPKX.DAT
      -                " HAS MORE THAN 500 RECORDS - REST IGNORED"
                   MOVE 4 TO C-NEW-RC
                   PERFORM 9900-RAISE-RC
               END-IF
           END-IF.

      *----------------------

       1060-LOAD-ONE-XREF.

           IF KX-CTR < 500
               ADD 1 TO KX-CTR
               MOVE KX-OLD-KEY TO KXT-OLD-KEY(KX-CTR)
               MOVE KX-NEW-KEY TO KXT-NEW-KEY(KX-CTR)
           ELSE
               MOVE "YES" TO SW-KX-TBL-FULL
           END-IF.

           PERFORM 9020-READ-KX.

      *----------------------
      *One inquiry - edit it, say what was asked, then read the
      *history through for it.
       2000-MAINLINE.

           ADD 1 TO C-OQ-CTR.
           MOVE "NO" TO SW-TXN-REJECTED.
           MOVE SPACES TO C-REJECT-MSG.

           IF OQ-BY-KEY
               IF OQ-LNAME = SPACES
                   OR OQ-FNAME = SPACES
                   OR OQ-ADDRESS = SPACES
                   PERFORM 2900-REJECT-INQ
                   MOVE "CUSTOMER KEY MUST BE KEYED IN FULL"
                       TO C-REJECT-MSG
               ELSE
                   IF OQ-WANTS-REPRINT
                       PERFORM 2900-REJECT-INQ
                       MOVE "A REPRINT NEEDS AN ORDER NUMBER"
                           TO C-REJECT-MSG
                   END-IF
               END-IF
           ELSE
               IF OQ-BY-NUMBER
                   IF OQ-ORD-NO NOT NUMERIC
                       OR OQ-ORD-NO = 0
                       PERFORM 2900-REJECT-INQ
                       MOVE "ORDER NUMBER MUST BE NUMERIC"
                           TO C-REJECT-MSG
                   ELSE
                       IF NOT VAL-OQ-REPRINT
                           PERFORM 2900-REJECT-INQ
                           MOVE "REPRINT MUST BE Y, N OR BLANK"
                               TO C-REJECT-MSG
                       END-IF
                   END-IF
               ELSE
                   PERFORM 2900-REJECT-INQ
                   MOVE "INQUIRY TYPE MUST BE K OR N"
                       TO C-REJECT-MSG
               END-IF
           END-IF.

           PERFORM 2050-INQ-HEADING.

           IF SW-TXN-REJECTED = "YES"
               MOVE SPACES TO O-INQ-MSG
               STRING "REJECTED - "       DELIMITED BY SIZE
                      C-REJECT-MSG        DELIMITED BY SIZE
                   INTO O-INQ-MSG
               PERFORM 2950-MSG-LINE
           ELSE
               PERFORM 2100-SCAN-HISTORY
           END-IF.

           PERFORM 9000-READ-OQ.

      *----------------------

       2050-INQ-HEADING.

           MOVE C-OQ-CTR TO O-OQ-CTR.
           MOVE SPACES TO O-INQ-TEXT.

           IF OQ-BY-KEY
               STRING "FAMILY "           DELIMITED BY SIZE
                      OQ-LNAME            DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      OQ-FNAME            DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      OQ-ADDRESS          DELIMITED BY SIZE
                   INTO O-INQ-TEXT
           ELSE
               IF OQ-BY-NUMBER
                   STRING "ORDER NUMBER "  DELIMITED BY SIZE
                          OQ-ORD-NO        DELIMITED BY SIZE
                       INTO O-INQ-TEXT
               ELSE
                   STRING "TYPE "          DELIMITED BY SIZE
                          OQ-TYPE          DELIMITED BY SIZE
                       INTO O-INQ-TEXT
               END-IF
           END-IF.

           WRITE PRTLINE
               FROM INQ-HDG-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *Read the history from the top for this inquiry.  An order
      *number inquiry also lists the order's lines and keeps them for
      *the reprint; a family inquiry lists each order on one line and
      *totals them, its retired keys gathered first.
       2100-SCAN-HISTORY.

           MOVE 0 TO C-HI-ORD-NO.
           MOVE 0 TO C-MATCH-CTR.
           MOVE 0 TO C-NET-CASES.
           MOVE 0 TO C-NET-DOLLARS.
           MOVE 0 TO RP-CTR.
           MOVE "NO" TO SW-IN-MATCH.
           MOVE 0 TO KM-CTR.

           IF OQ-BY-KEY
               PERFORM 2105-CHAIN-ONE-KEY
                   VARYING KX-START-IDX FROM 1 BY 1
                     UNTIL KX-START-IDX > KX-CTR
           END-IF.

           OPEN INPUT ORDER-HISTORY.
           MOVE "YES" TO MORE-OHS.
           PERFORM 9010-READ-OH.
           PERFORM 2110-CHECK-ONE-REC
               UNTIL MORE-OHS = "NO".
           CLOSE ORDER-HISTORY.

           IF C-MATCH-CTR = 0
               ADD 1 TO C-NOT-FOUND-CTR
               MOVE 4 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
               IF OQ-BY-KEY
                   MOVE "NO ORDERS ON THE HISTORY FOR THIS FAMILY"
                       TO O-INQ-MSG
               ELSE
                   MOVE "ORDER NUMBER NOT ON THE HISTORY"
                       TO O-INQ-MSG
               END-IF
               PERFORM 2950-MSG-LINE
           ELSE
               ADD 1 TO C-FOUND-CTR
               IF OQ-BY-KEY
                   PERFORM 2200-FAMILY-TOTALS
               ELSE
                   IF OQ-WANTS-REPRINT
                       PERFORM 2300-CHECK-REPRINT
                   END-IF
               END-IF
           END-IF.

      *----------------------
      *Follow one retired key through the cross-reference; if any
      *link of its chain is the key asked about, orders under it are
      *the family's.
       2105-CHAIN-ONE-KEY.

           MOVE KXT-OLD-KEY(KX-START-IDX) TO KX-CUR-KEY.
           MOVE 0 TO KX-HOPS.
           MOVE "YES" TO SW-KX-HOPPED.
           MOVE "NO" TO SW-KX-REACHED.

           PERFORM 2106-XREF-HOP
               UNTIL SW-KX-HOPPED = "NO"
                  OR SW-KX-REACHED = "YES"
                  OR KX-HOPS >= 10.

           IF SW-KX-REACHED = "YES"
               AND KM-CTR < 500
               ADD 1 TO KM-CTR
               MOVE KXT-OLD-KEY(KX-START-IDX) TO KM-KEY(KM-CTR)
           END-IF.

      *----------------------

       2106-XREF-HOP.

           MOVE "NO" TO SW-KX-HOPPED.

           PERFORM VARYING KX-IDX FROM 1 BY 1
             UNTIL KX-IDX > KX-CTR
                OR SW-KX-HOPPED = "YES"
               IF KXT-OLD-KEY(KX-IDX) = KX-CUR-KEY
                   MOVE KXT-NEW-KEY(KX-IDX) TO KX-CUR-KEY
                   MOVE "YES" TO SW-KX-HOPPED
                   ADD 1 TO KX-HOPS
               END-IF
           END-PERFORM.

           IF KX-CUR-KEY = OQ-CUST-KEY
               MOVE "YES" TO SW-KX-REACHED
           END-IF.

      *----------------------

       2110-CHECK-ONE-REC.

           IF OH-IS-HEADER
               MOVE "NO" TO SW-IN-MATCH
               IF OH-ORD-NO > C-HI-ORD-NO
                   MOVE OH-ORD-NO TO C-HI-ORD-NO
                   MOVE "NO" TO SW-KEY-MATCH
                   IF OQ-BY-KEY
                       PERFORM 2115-CHECK-KEY
                   END-IF
                   IF SW-KEY-MATCH = "YES"
                       OR (OQ-BY-NUMBER AND OH-ORD-NO = OQ-ORD-NO)
                       MOVE "YES" TO SW-IN-MATCH
                       PERFORM 2120-ORDER-LINE
                   END-IF
               END-IF
           ELSE
               IF OH-IS-DETAIL
                   AND SW-IN-MATCH = "YES"
                   AND OQ-BY-NUMBER
                   PERFORM 2130-ORDER-DET-LINE
               END-IF
           END-IF.

           PERFORM 9010-READ-OH.

      *----------------------
      *The order is under the key asked about, or one of the keys
      *that chains to it.
       2115-CHECK-KEY.

           IF OH-CUST-KEY = OQ-CUST-KEY
               MOVE "YES" TO SW-KEY-MATCH
           ELSE
               PERFORM VARYING KM-IDX FROM 1 BY 1
                 UNTIL KM-IDX > KM-CTR
                    OR SW-KEY-MATCH = "YES"
                   IF OH-CUST-KEY = KM-KEY(KM-IDX)
                       MOVE "YES" TO SW-KEY-MATCH
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------

       2120-ORDER-LINE.

           ADD 1 TO C-MATCH-CTR.

           MOVE OH-ORD-NO TO O-ORD-NO.
           MOVE OH-RUN-DATE TO O-RUN-DATE.
           MOVE OH-LNAME TO O-LNAME.
           MOVE OH-FNAME TO O-FNAME.
           MOVE OH-ADDRESS TO O-ADDRESS.
           MOVE OH-TEAM TO O-TEAM.
           MOVE OH-SELLER-ID TO O-SELLER-ID.
           MOVE OH-DISC TO O-DISC.

           IF OH-IS-ORDER
               MOVE "ORDER" TO O-TXN-LIT
               MOVE OH-CASES TO O-CASES
               MOVE OH-TOTAL TO O-TOTAL
               ADD OH-CASES TO C-NET-CASES
               ADD OH-TOTAL TO C-NET-DOLLARS
           ELSE
               IF OH-IS-ADJ
                   MOVE "ADJUSTMENT" TO O-TXN-LIT
               ELSE
                   IF OH-IS-VOID
                       MOVE "VOID" TO O-TXN-LIT
                   ELSE
                       IF OH-IS-REFUSED
                           MOVE "REFUSED" TO O-TXN-LIT
                       ELSE
                           IF OH-IS-SHORT
                               MOVE "SHORT" TO O-TXN-LIT
                           ELSE
                               MOVE "?" TO O-TXN-LIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               COMPUTE O-CASES = 0 - OH-CASES
               COMPUTE O-TOTAL = 0 - OH-TOTAL
               SUBTRACT OH-CASES FROM C-NET-CASES
               SUBTRACT OH-TOTAL FROM C-NET-DOLLARS
           END-IF.

           WRITE PRTLINE
               FROM ORDER-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

           IF OQ-BY-NUMBER
               MOVE OH-REC TO RP-HDR
               WRITE PRTLINE
                   FROM LINE-HDG
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9100-HDG
           END-IF.

      *----------------------
      *One flavor line of the order asked for - printed, and held
      *for the reprint.
       2130-ORDER-DET-LINE.

           MOVE OH-POP-NAME TO O-LN-POP-NAME.
           MOVE OH-LINE-CASES TO O-LN-CASES.
           MOVE OH-UNIT-COST TO O-LN-COST.
           MOVE OH-LINE-PRODUCT TO O-LN-PRODUCT.
           MOVE OH-LINE-DISC TO O-LN-DISC.
           MOVE OH-LINE-TAX TO O-LN-TAX.
           MOVE OH-LINE-DEPOSIT TO O-LN-DEPOSIT.
           MOVE OH-LINE-TOTAL TO O-LN-TOTAL.
           MOVE SPACES TO O-LN-BO-NOTE.

           IF OH-LINE-BO > 0
               MOVE OH-LINE-BO TO O-LN-BO-QTY
               IF RPH-IS-ORDER
                   MOVE " BACKORDERED" TO O-LN-BO-LIT
               ELSE
                   MOVE " OFF BACKORDER" TO O-LN-BO-LIT
               END-IF
           END-IF.

           WRITE PRTLINE
               FROM ORDER-DET-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

           IF RP-CTR < 10
               ADD 1 TO RP-CTR
               MOVE OH-POP-NAME TO RP-POP-NAME(RP-CTR)
               MOVE OH-LINE-CASES TO RP-CASES(RP-CTR)
               MOVE OH-LINE-DEPOSIT TO RP-DEPOSIT(RP-CTR)
               MOVE OH-LINE-TAX TO RP-TAX(RP-CTR)
               MOVE OH-LINE-TOTAL TO RP-TOTAL(RP-CTR)
               MOVE OH-LINE-BO TO RP-BO(RP-CTR)
           END-IF.

      *----------------------

       2200-FAMILY-TOTALS.

           MOVE C-MATCH-CTR TO O-MATCH-CTR.
           MOVE C-NET-CASES TO O-NET-CASES.
           MOVE C-NET-DOLLARS TO O-NET-DOLLARS.

           WRITE PRTLINE
               FROM FAMILY-TOT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *Only an order has a confirmation slip - an adjustment or void
      *never printed one.
       2300-CHECK-REPRINT.

           IF RPH-IS-ORDER
               PERFORM 2500-REPRINT-CONFIRMATION
               ADD 1 TO C-REPRINT-CTR
               MOVE "CONFIRMATION REPRINTED ON CBLPOPRP.PRT"
                   TO O-INQ-MSG
           ELSE
               MOVE 4 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
               MOVE "NOT REPRINTED - ONLY AN ORDER HAS A SLIP"
                   TO O-INQ-MSG
           END-IF.

           PERFORM 2950-MSG-LINE.

      *----------------------
      *The family's confirmation slip and remittance stub again, the
      *way 2480-CONFIRMATION in the weekly run printed them, dated
      *the run the order came in on.
       2500-REPRINT-CONFIRMATION.

           MOVE RPH-YEAR TO OC-YEAR.
           MOVE RPH-MONTH TO OC-MONTH.
           MOVE RPH-DAY TO OC-DAY.

           WRITE CONFLINE
               FROM OC-TITLE-LINE
                   AFTER ADVANCING PAGE.

           WRITE CONFLINE
               FROM OC-CONF-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE OQ-ORD-NO TO OC-ORD-NO.

           WRITE CONFLINE
               FROM OC-ORD-NO-LINE
                   AFTER ADVANCING 1 LINE.

           WRITE CONFLINE
               FROM OC-REPRINT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE RPH-FNAME TO OC-FNAME.
           MOVE RPH-LNAME TO OC-LNAME.
           MOVE RPH-ADDRESS TO OC-ADDRESS.
           MOVE RPH-CITY TO OC-CITY.
           MOVE RPH-STATE TO OC-STATE.
           MOVE RPH-ZIP-1 TO OC-ZIP-1.
           MOVE RPH-ZIP-2 TO OC-ZIP-2.

           WRITE CONFLINE
               FROM OC-NAME-LINE
                   AFTER ADVANCING 2 LINES.

           WRITE CONFLINE
               FROM OC-ADDR-LINE
                   AFTER ADVANCING 1 LINE.

           WRITE CONFLINE
               FROM OC-CITY-LINE
                   AFTER ADVANCING 1 LINE.

           WRITE CONFLINE
               FROM OC-COL-HDG
                   AFTER ADVANCING 2 LINES.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > RP-CTR
               MOVE RP-POP-NAME(X) TO OC-POP-LIT
               MOVE RP-CASES(X) TO OC-QTY
               MOVE RP-DEPOSIT(X) TO OC-DEPOSIT
               MOVE RP-TAX(X) TO OC-TAX
               MOVE RP-TOTAL(X) TO OC-LINE-TOT
               WRITE CONFLINE
                   FROM OC-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
               IF RP-BO(X) > 0
                   MOVE RP-BO(X) TO OC-BO-QTY
                   WRITE CONFLINE
                       FROM OC-BO-LINE
                           AFTER ADVANCING 1 LINE
                   END-WRITE
               END-IF
           END-PERFORM.

           IF RPH-DISC > 0
               MOVE RPH-DISC TO OC-ORDER-DISC
               WRITE CONFLINE
                   FROM OC-DISC-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           MOVE RPH-TOTAL TO OC-ORDER-TOTAL.

           WRITE CONFLINE
               FROM OC-TOT-LINE
                   AFTER ADVANCING 2 LINES.

           WRITE CONFLINE
               FROM OC-CUT-LINE
                   AFTER ADVANCING 3 LINES.

           WRITE CONFLINE
               FROM OC-STUB-HDG
                   AFTER ADVANCING 1 LINE.

           MOVE RPH-LNAME TO OC-STUB-LNAME.
           MOVE RPH-FNAME TO OC-STUB-FNAME.
           MOVE RPH-TEAM TO OC-STUB-TEAM.
           MOVE RPH-TOTAL TO OC-STUB-DUE.

           WRITE CONFLINE
               FROM OC-STUB-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE OQ-ORD-NO TO OC-STUB-ORD-NO.

           WRITE CONFLINE
               FROM OC-STUB-ORD-LINE
                   AFTER ADVANCING 1 LINE.

      *----------------------

       2900-REJECT-INQ.

           MOVE "YES" TO SW-TXN-REJECTED.
           ADD 1 TO C-REJECT-CTR.
           MOVE 4 TO C-NEW-RC.
           PERFORM 9900-RAISE-RC.

      *----------------------

       2950-MSG-LINE.

           WRITE PRTLINE
               FROM INQ-MSG-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------

       3000-CLOSING.

           MOVE C-OQ-CTR TO O-OQ-TOT.
           MOVE C-FOUND-CTR TO O-FOUND-CTR.
           MOVE C-NOT-FOUND-CTR TO O-NOT-FOUND-CTR.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           MOVE C-REPRINT-CTR TO O-REPRINT-CTR.

           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 3 LINES.

           CLOSE INQUIRY-TRANS.
           CLOSE INQ-PRT.
           CLOSE REPRINT-PRT.

      *----------------------

       9000-READ-OQ.

           READ INQUIRY-TRANS
               AT END
                   MOVE "NO" TO MORE-OQS.

      *----------------------

       9010-READ-OH.

           READ ORDER-HISTORY
               AT END
                   MOVE "NO" TO MORE-OHS.

      *----------------------

       9020-READ-KX.

           READ KEY-XREF
               AT END
                   MOVE "NO" TO MORE-KX.

      *----------------------

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

       END PROGRAM CBLNB12.
