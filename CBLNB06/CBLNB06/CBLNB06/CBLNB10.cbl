       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLNB10.
       AUTHOR.     NICO BUSATTO.
       DATE-WRITTEN.       10/15/26.
       DATE-COMPILED.      10/15/26.

      *-----------------------------------------------------------------

      **************************************************************
      *DELIVERY-DAY OUTCOME POSTING.  THE DRIVER'S CLIPBOARD COMES  *
      *BACK AS ONE TRANSACTION PER MANIFEST ENTRY - DELIVERED IN    *
      *FULL, REFUSED AT THE DOOR, OR SHORT BY SO MANY CASES OF A    *
      *FLAVOR.  A REFUSAL OR A SHORT CREDITS THE FAMILY'S SEASON-   *
      *TO-DATE CASES AND DOLLARS ON THE CUSTOMER MASTER AT THE      *
      *PRICE THE WEEKLY RUN CHARGED, REFUSED CASES GO BACK INTO     *
      *INVENTORY, THE SAVED MANIFEST IS NETTED SO IT SHOWS WHAT     *
      *WAS ACTUALLY DELIVERED, EACH CREDIT GOES INTO THE ORDER      *
      *HISTORY UNDER AN ORDER NUMBER OF ITS OWN AND IS TAKEN BACK   *
      *OFF THE SELLER WHO SOLD THE ORDER, AND A DELIVERY EXCEPTIONS *
      *REPORT PRINTS BY TEAM - INCLUDING EVERY STOP NOBODY REPORTED *
      *ON.                                                          *
      **************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Delivery outcomes - one record per stop, keyed off the
      *driver's clipboard.
            SELECT DLV-TRANS
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DO-FILE-STATUS.

      *The delivery exceptions report, by team.
            SELECT DLV-PRT
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPDO.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

      *The week's dock sheet as the weekly run saved it - read whole,
      *and rewritten with the refused and short cases netted out.
            SELECT MANIFEST-SAVE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MFS-FILE-STATUS.

            SELECT CUST-MASTER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPCM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMF-CUST-KEY
               FILE STATUS IS CM-FILE-STATUS.

            SELECT PRODUCT-CATALOG
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCT-FILE-STATUS.

            SELECT RATE-MASTER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.

            SELECT PROMO-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-FILE-STATUS.

            SELECT INVENTORY-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-FILE-STATUS.

      *Order-number control the weekly run keeps - a credit takes the
      *next number the same way an adjustment does.
            SELECT ORDER-CONTROL
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ON-FILE-STATUS.

      *Order history - every refusal and short credited is appended
      *under its order number, so the season's history nets to what
      *the customer master holds.
            SELECT ORDER-HISTORY
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPOH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OH-FILE-STATUS.

      *Seller ledger the settlement run reads - every refusal and
      *short credited is taken back off the seller who sold the
      *order.
            SELECT SELLER-LEDGER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SO-FILE-STATUS.

      *The weekly run's checkpoint - read only, to refuse to run
      *while a weekly run stopped partway is still to be restarted.
            SELECT CHECKPOINT-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.

      *-----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.

      *One delivery outcome - "D" delivered in full, "R" the whole
      *order refused, "S" short so many cases of one flavor (one
      *record per flavor short).  The family is named by the same
      *key the manifest and the customer master carry.
       FD  DLV-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DO-REC.

       01  DO-REC.
           05  DO-OUTCOME         PIC X.
               88  DO-IS-DELIVERED VALUE "D".
               88  DO-IS-REFUSED  VALUE "R".
               88  DO-IS-SHORT    VALUE "S".
           05  DO-LNAME           PIC X(15).
           05  DO-FNAME           PIC X(15).
           05  DO-ADDRESS         PIC X(15).
           05  DO-POP-CODE        PIC 99.
           05  DO-CASES           PIC 9(4).
           05  DO-DRIVER          PIC X(8).
           05  DO-NOTE            PIC X(20).

       FD  DLV-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 55 WITH FOOTING 35
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

       FD  MANIFEST-SAVE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS MFS-REC.

       01  MFS-REC                PIC X(96).

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

       FD  RATE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS RATE-REC.

       01  RATE-REC.
           05  RATE-TYPE          PIC XX.
               88  RATE-IS-CASE-COST VALUE "CC".
               88  RATE-IS-TAX       VALUE "TX".
           05  RATE-AMT           PIC 9(4)V99.
           05  RATE-STATE         PIC XX.

       FD  PROMO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           05  PRM-SCOPE          PIC X.
               88  PRM-IS-OVERALL VALUE "O".
               88  PRM-IS-FLAVOR  VALUE "F".
           05  PRM-POP-CODE       PIC 99.
           05  PRM-MIN-QTY        PIC 9(4).
           05  PRM-DISC-PCT       PIC 9(2)V99.
           05  PRM-EFF-FROM       PIC 9(8).
           05  PRM-EFF-TO         PIC 9(8).

       FD  INVENTORY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS IV-REC.

       01  IV-REC.
           05  IV-CODE            PIC 99.
           05  IV-QTY             PIC S9(6).
           05  IV-REORDER-PT      PIC 9(6).
           05  IV-ON-ORDER        PIC 9(6).

       FD  ORDER-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS ON-REC.

       01  ON-REC.
           05  ON-LAST-ORD-NO     PIC 9(8).
           05  ON-LAST-RUN-DATE   PIC 9(8).
           05  FILLER             PIC X(4).

      *Order history - the weekly run's layout.  A credit's header
      *carries "R" (refused) or "S" (short) as its transaction type,
      *the outcome code it came in on; like an adjustment or a void
      *its cases and dollars go against the family.
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

      *Seller ledger - the weekly run's layout.  A credit goes in as
      *a "B" against the seller on the order's history header, under
      *the credit's own order number, marked as taking back an
      *earlier run's order.  A stop whose order is not in the
      *history, or was sold by no seller, has no seller to take the
      *credit back from and puts nothing on the ledger.
       FD  SELLER-LEDGER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS SO-REC.

       01  SO-REC.
           05  SO-ORD-DATE        PIC 9(8).
           05  SO-TYPE            PIC X.
           05  SO-SELLER-ID       PIC X(5).
           05  SO-TEAM            PIC X.
           05  SO-LNAME           PIC X(15).
           05  SO-FNAME           PIC X(15).
           05  SO-ADDRESS         PIC X(15).
           05  SO-CASES           PIC 9(4).
           05  SO-PRODUCT         PIC 9(7)V99.
           05  SO-DUE             PIC 9(7)V99.
           05  SO-ORD-NO          PIC 9(8).
           05  SO-BCK-RUN         PIC X.

      *Only the record count matters here - nonzero means a weekly
      *run stopped partway and has not been restarted.
       FD  CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 746 CHARACTERS
           DATA RECORD IS CKPT-REC.

       01  CKPT-REC.
           05  CKPT-REC-CTR       PIC 9(6).
           05  FILLER             PIC X(740).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  X                  PIC 99.
           05  Y                  PIC 99.
           05  T                  PIC 9.
           05  MORE-DOS           PIC XXX           VALUE "YES".
           05  MORE-MFS           PIC XXX           VALUE "YES".
           05  MORE-CATS          PIC XXX           VALUE "YES".
           05  MORE-RATES         PIC XXX           VALUE "YES".
           05  MORE-PRMS          PIC XXX           VALUE "YES".
           05  MORE-INVS          PIC XXX           VALUE "YES".
           05  MORE-OHS           PIC XXX           VALUE "YES".
           05  DO-FILE-STATUS     PIC XX            VALUE SPACES.
           05  MFS-FILE-STATUS    PIC XX            VALUE SPACES.
           05  CM-FILE-STATUS     PIC XX            VALUE SPACES.
           05  PCT-FILE-STATUS    PIC XX            VALUE SPACES.
           05  RT-FILE-STATUS     PIC XX            VALUE SPACES.
           05  PRM-FILE-STATUS    PIC XX            VALUE SPACES.
           05  IV-FILE-STATUS     PIC XX            VALUE SPACES.
           05  ON-FILE-STATUS     PIC XX            VALUE SPACES.
           05  OH-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SO-FILE-STATUS     PIC XX            VALUE SPACES.
           05  CKPT-FILE-STATUS   PIC XX            VALUE SPACES.
           05  SW-CM-FOUND        PIC XXX           VALUE "NO".
           05  SW-MF-CHANGED      PIC XXX           VALUE "NO".
           05  SW-INV-CHANGED     PIC XXX           VALUE "NO".
           05  SW-TXN-REJECTED    PIC XXX           VALUE "NO".
           05  C-REJECT-MSG       PIC X(30)         VALUE SPACES.
           05  C-NEW-RC           PIC 99            VALUE ZERO.
           05  C-PCTR             PIC 9(4)          VALUE ZERO.
           05  C-DO-CTR           PIC 9(5)          VALUE ZERO.
           05  C-APPLIED-CTR      PIC 9(5)          VALUE ZERO.
           05  C-REJECT-CTR       PIC 9(5)          VALUE ZERO.
           05  C-LEFT-CASES       PIC S9(6)         VALUE ZERO.

      *Pricing scratch - the cases being credited, the flavor, the
      *cases the order's promotion tiers qualify on, and the line's
      *product, discount, deposit and tax, priced the way the weekly
      *run priced the order in the first place.
           05  C-PR-CODE          PIC 99            VALUE ZERO.
           05  C-PR-CASES         PIC 9(6)          VALUE ZERO.
           05  C-PRM-ORD-QTY      PIC 9(6)          VALUE ZERO.
           05  C-PRM-LINE-QTY     PIC 9(6)          VALUE ZERO.
           05  C-DISC-PCT         PIC 9(2)V99       VALUE ZERO.
           05  C-DISC-AMT         PIC 9(7)V99       VALUE ZERO.
           05  C-DEPOSIT-AMT      PIC 9(7)V99       VALUE ZERO.
           05  C-TAX-AMT          PIC 9(7)V99       VALUE ZERO.
           05  C-TOT-CASES        PIC 9(7)V99       VALUE ZERO.
           05  C-PR-AMT           PIC 9(7)V99       VALUE ZERO.
           05  C-UNIT-COST        PIC 9(4)V99       VALUE ZERO.

      *Order-history scan - the highest order number read so far (a
      *restarted weekly run's second copy of an order is numbered no
      *higher and is passed over), the stop the header just read was
      *linked to, and the family's last stop seen on the walk.
           05  C-HI-OH-NO         PIC 9(8)          VALUE ZERO.
           05  C-OH-IDX           PIC 9(4)          VALUE ZERO.
           05  C-LINK-IDX         PIC 9(4)          VALUE ZERO.

      *Order numbering - the last number issued, picked up from
      *CBLPOPON.DAT and written back when a credit took one.
           05  C-LAST-ORD-NO      PIC 9(8)          VALUE ZERO.
           05  SW-ORD-NO-TAKEN    PIC XXX           VALUE "NO".

      *The credit being posted, line by line as 2500-CREDIT-CASES
      *prices it, held until the outcome is done so its history
      *header can carry the totals ahead of the lines.
       01  CREDIT-JOURNAL.
           05  JRN-CTR            PIC 99            VALUE ZERO.
           05  JRN-CASES          PIC 9(4)          VALUE ZERO.
           05  JRN-DISC           PIC 9(7)V99       VALUE ZERO.
           05  JRN-TOTAL          PIC 9(7)V99       VALUE ZERO.
           05  JRN-PRODUCT-TOT    PIC 9(7)V99       VALUE ZERO.
           05  JRN-LINE           OCCURS 10.
               10  JRN-POP-CODE   PIC 99.
               10  JRN-LINE-CASES PIC 9(4).
               10  JRN-UNIT-COST  PIC 9(4)V99.
               10  JRN-PRODUCT    PIC 9(7)V99.
               10  JRN-LINE-DISC  PIC 9(7)V99.
               10  JRN-LINE-TAX   PIC 9(7)V99.
               10  JRN-DEPOSIT    PIC 9(7)V99.
               10  JRN-LINE-TOTAL PIC 9(7)V99.

       01  POP-CATALOG.
           05  CAT-CNT            PIC 99            VALUE ZERO.
           05  CAT-ENTRY          OCCURS 10.
               10  CAT-NAME       PIC X(16).
               10  CAT-COST       PIC 9(4)V99.
               10  CAT-ACTIVE     PIC X.
               10  CAT-WHOLESALE  PIC 9(4)V99.

      *Per-state deposit and tax, loaded the way the weekly run loads
      *them - TAX-PCT(Y) belongs to STATE(Y).
       01  POP-DEPOSIT.
           05  STATE-CNT          PIC 9             VALUE ZERO.
           05  STATE-DEPOSIT      OCCURS 6.
               10  DEPOSIT        PIC 9(4)V99.
               10  STATE          PIC XX.
               10  TAX-PCT        PIC 9(4)V99.

       01  PENDING-TAX.
           05  PTX-CNT            PIC 9             VALUE ZERO.
           05  PTX-ENT            OCCURS 6.
               10  PTX-STATE      PIC XX.
               10  PTX-PCT        PIC 9(4)V99.

       01  PROMO-TBL.
           05  PRM-CNT            PIC 99            VALUE ZERO.
           05  PRM-IDX            PIC 99            VALUE ZERO.
           05  PRM-ENTRY          OCCURS 20.
               10  PRM-T-SCOPE    PIC X.
               10  PRM-T-POP      PIC 99.
               10  PRM-T-MIN      PIC 9(4).
               10  PRM-T-PCT      PIC 9(2)V99.
               10  PRM-T-FROM     PIC 9(8).
               10  PRM-T-TO       PIC 9(8).

       01  INVENTORY-TBL.
           05  SW-INV-LOADED      PIC XXX           VALUE "NO".
           05  INV-ON-HAND        PIC S9(6)         OCCURS 10.
           05  INV-REORDER-PT     PIC 9(6)          OCCURS 10.
           05  INV-ON-ORDER       PIC 9(6)          OCCURS 10.

      *The saved manifest in core - MF-DATA is the 96-byte image the
      *weekly run writes.  MF-REPORTED marks a stop the driver sent
      *an outcome back for.  MF-ORD-CASES and MF-ORIG-CASES are the
      *order's total and flavor lines as loaded, which is what its
      *promotion tiers qualified on.  MF-ORD-NO and MF-SELLER-ID are
      *the order the stop was loaded from, as the order history has
      *it, and MF-ORDER-LINE what that order charged for each flavor
      *less anything already credited back this run - zero on a
      *stop whose order is not in the history.
       01  MANIFEST-TBL.
           05  MF-CTR             PIC 9(4)          VALUE ZERO.
           05  MF-IDX             PIC 9(4)          VALUE ZERO.
           05  FOUND-IDX          PIC 9(4)          VALUE ZERO.
           05  MF-ENTRY           OCCURS 2000.
               10  MF-DATA.
                   15  MF-TEAM    PIC X.
                   15  MF-CITY    PIC X(10).
                   15  MF-LNAME   PIC X(15).
                   15  MF-FNAME   PIC X(15).
                   15  MF-ADDRESS PIC X(15).
                   15  MF-CASES   PIC S9(4)         OCCURS 10.
               10  MF-REPORTED    PIC XXX.
               10  MF-ORD-CASES   PIC S9(6).
               10  MF-ORIG-CASES  PIC S9(4)         OCCURS 10.
               10  MF-ORD-NO      PIC 9(8).
               10  MF-SELLER-ID   PIC X(5).
               10  MF-ORDER-LINE  OCCURS 10.
                   15  MF-LN-CASES    PIC 9(4).
                   15  MF-LN-UNIT     PIC 9(4)V99.
                   15  MF-LN-PRODUCT  PIC 9(7)V99.
                   15  MF-LN-DISC     PIC 9(7)V99.
                   15  MF-LN-TAX      PIC 9(7)V99.
                   15  MF-LN-DEPOSIT  PIC 9(7)V99.

      *Every line the exceptions report prints, held so it can print
      *by team.  A transaction that matched no stop carries a blank
      *team and prints in its own section after the teams.
       01  EXCEPTION-TBL.
           05  EXC-CTR            PIC 9(4)          VALUE ZERO.
           05  EXC-IDX            PIC 9(4)          VALUE ZERO.
           05  SW-EXC-TBL-FULL    PIC XXX           VALUE "NO".
           05  EXC-W-TEAM         PIC X             VALUE SPACE.
           05  EXC-W-OUTCOME      PIC X(10)         VALUE SPACES.
           05  EXC-W-FLAVOR       PIC X(16)         VALUE SPACES.
           05  EXC-W-CASES        PIC S9(6)         VALUE ZERO.
           05  EXC-W-CREDIT       PIC S9(7)V99      VALUE ZERO.
           05  EXC-W-NOTE         PIC X(30)         VALUE SPACES.
           05  EXC-ENTRY          OCCURS 1000.
               10  EXC-TEAM       PIC X.
               10  EXC-LNAME      PIC X(15).
               10  EXC-FNAME      PIC X(15).
               10  EXC-ADDRESS    PIC X(15).
               10  EXC-OUTCOME    PIC X(10).
               10  EXC-FLAVOR     PIC X(16).
               10  EXC-CASES      PIC S9(6).
               10  EXC-CREDIT     PIC S9(7)V99.
               10  EXC-NOTE       PIC X(30).

      *The five teams and a blank for the stops that matched none,
      *with each one's outcome counts and what was credited back.
       01  TEAM-NAMES.
           05  FILLER             PIC X             VALUE "A".
           05  FILLER             PIC X             VALUE "B".
           05  FILLER             PIC X             VALUE "C".
           05  FILLER             PIC X             VALUE "D".
           05  FILLER             PIC X             VALUE "E".
           05  FILLER             PIC X             VALUE " ".

       01  TEAM-TABLE REDEFINES TEAM-NAMES.
           05  TEAMS OCCURS 6.
               10  TEAM-NAME      PIC X.

       01  TEAM-SUMMARY.
           05  TSM-ENTRY          OCCURS 6.
               10  TSM-DELIVERED  PIC 9(5).
               10  TSM-REFUSED    PIC 9(5).
               10  TSM-SHORT      PIC 9(5).
               10  TSM-NO-REPORT  PIC 9(5).
               10  TSM-REJECTED   PIC 9(5).
               10  TSM-CASES      PIC S9(6).
               10  TSM-CREDIT     PIC S9(10)V99.

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
           05  FILLER             PIC X(8)          VALUE "CBLNB10".
           05  FILLER             PIC X(48)         VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "BUSATTO'S".
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "DIVISION".
           05  FILLER             PIC X(56)         VALUE SPACES.

       01  REPORT-TITLE.
           05  FILLER             PIC X(49)         VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "DELIVERY ".
           05  FILLER             PIC X(11)         VALUE "EXCEPTIONS ".
           05  FILLER             PIC X(9)          VALUE "BY TEAM".
           05  FILLER             PIC X(54)         VALUE SPACES.

       01  COLUMN-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(16)         VALUE "LAST NAME".
           05  FILLER             PIC X(16)         VALUE "FIRST NAME".
           05  FILLER             PIC X(16)         VALUE "ADDRESS".
           05  FILLER             PIC X(11)         VALUE "OUTCOME".
           05  FILLER             PIC X(17)         VALUE "FLAVOR".
           05  FILLER             PIC X(7)          VALUE " CASES".
           05  FILLER             PIC X(14)         VALUE "     CREDIT".
           05  FILLER             PIC X(32)         VALUE "NOTE".

       01  TEAM-HDG-LINE.
           05  O-TEAM-HDG         PIC X(40).
           05  FILLER             PIC X(92)         VALUE SPACES.

      *One exception - the stop, what happened, and what was credited.
       01  EXC-DETAIL-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-EXC-LNAME        PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-EXC-FNAME        PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-EXC-ADDRESS      PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-EXC-OUTCOME      PIC X(10).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-EXC-FLAVOR       PIC X(16).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-EXC-CASES        PIC ZZ,ZZ9-
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-EXC-CREDIT       PIC $$$,$$$.99-
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-EXC-NOTE         PIC X(30).
           05  FILLER             PIC X(2)          VALUE SPACES.

       01  EXC-NONE-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(13)         VALUE
               "NO EXCEPTIONS".
           05  FILLER             PIC X(116)        VALUE SPACES.

      *One team's tally - every stop's outcome counted, and the cases
      *and dollars credited back to its families.
       01  TEAM-TOT-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(11)         VALUE "DELIVERED: ".
           05  O-TSM-DELIVERED    PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "REFUSED: ".
           05  O-TSM-REFUSED      PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(7)          VALUE "SHORT: ".
           05  O-TSM-SHORT        PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(11)         VALUE "NO REPORT: ".
           05  O-TSM-NO-REPORT    PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "REJECTED: ".
           05  O-TSM-REJECTED     PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(15)         VALUE
               "CASES CREDITED:".
           05  O-TSM-CASES        PIC ZZZ,ZZ9-.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-TSM-CREDIT       PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X             VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(14)         VALUE
               "TRANSACTIONS: ".
           05  O-DO-CTR           PIC ZZ,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "APPLIED: ".
           05  O-APPLIED-CTR      PIC ZZ,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "REJECTED: ".
           05  O-REJECT-CTR       PIC ZZ,ZZ9.
           05  FILLER             PIC X(70)         VALUE SPACES.

      *Printed when inventory is not being tracked - refused cases
      *cannot go back on a shelf nobody is counting.
       01  INV-NOTE-LINE.
           05  FILLER             PIC X(132)        VALUE "NOTE: INVE
      -         "NTORY FILE CBLPOPIV.DAT NOT FOUND - REFUSED CASES WERE
      -         " NOT RETURNED TO STOCK".

       01  EXC-FULL-NOTE-LINE.
           05  FILLER             PIC X(132)        VALUE "NOTE: MORE
      -         " THAN 1000 EXCEPTIONS - ONLY THE FIRST 1000 ARE LISTED
      -         "".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.

       0000-CBLNB10.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-DOS = "NO".
           PERFORM 3000-CLOSING.
           STOP RUN.

      *----------------------

       1000-INIT.

           MOVE FUNCTION CURRENT-DATE TO CUR-STAMP.
           MOVE CUR-STAMP-DATE TO I-DATE-NUM.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           OPEN INPUT DLV-TRANS.

           IF DO-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB10 - DELIVERY OUTCOME FILE CBLPOPDO.DAT IS
      -            " MISSING - NOTHING TO DO"
               STOP RUN
           END-IF.

           PERFORM VARYING T FROM 1 BY 1
             UNTIL T > 6
               MOVE 0 TO TSM-DELIVERED(T)
               MOVE 0 TO TSM-REFUSED(T)
               MOVE 0 TO TSM-SHORT(T)
               MOVE 0 TO TSM-NO-REPORT(T)
               MOVE 0 TO TSM-REJECTED(T)
               MOVE 0 TO TSM-CASES(T)
               MOVE 0 TO TSM-CREDIT(T)
           END-PERFORM.

           PERFORM 1100-LOAD-CATALOG.
           PERFORM 1200-LOAD-RATES.
           PERFORM 1300-LOAD-PROMOS.
           PERFORM 1400-LOAD-INVENTORY.
           PERFORM 1500-LOAD-MANIFEST.
           PERFORM 1550-CHECK-CHECKPOINT.
           PERFORM 1600-LOAD-ORDER-CONTROL.
           PERFORM 1700-LOAD-ORDER-HISTORY.

           OPEN I-O CUST-MASTER.

           IF CM-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB10 - CUSTOMER MASTER CBLPOPCM.DAT DID NOT
      -            " OPEN - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND ORDER-HISTORY.
           IF OH-FILE-STATUS NOT = "00"
               OPEN OUTPUT ORDER-HISTORY
           END-IF.

           OPEN EXTEND SELLER-LEDGER.
           IF SO-FILE-STATUS NOT = "00"
               OPEN OUTPUT SELLER-LEDGER
           END-IF.

           OPEN OUTPUT DLV-PRT.
           PERFORM 9100-HDG.
           PERFORM 9000-READ-DO.

      *----------------------

       1100-LOAD-CATALOG.

           OPEN INPUT PRODUCT-CATALOG.

           IF PCT-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB10 - PRODUCT CATALOG CBLPOPCT.DAT IS
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
               DISPLAY "CBLNB10 - PRODUCT CATALOG HAS MORE THAN 10
      -            " FLAVORS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PCT-CODE NOT NUMERIC
               OR PCT-CODE NOT = CAT-CNT + 1
               OR PCT-CASE-COST NOT NUMERIC
               DISPLAY "CBLNB10 - PRODUCT CATALOG RECORD OUT OF
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
      *Deposit records carry the state in RATE-TYPE; tax records are
      *held until every deposit state is in, then landed on their
      *state's slot - the weekly run's own rule.
       1200-LOAD-RATES.

           OPEN INPUT RATE-MASTER.

           IF RT-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB10 - RATES FILE CBLPOPRT.DAT IS
      -            " MISSING - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "YES" TO MORE-RATES.
           PERFORM 9300-READ-RATE.
           PERFORM 1210-APPLY-RATE
               UNTIL MORE-RATES = "NO".
           CLOSE RATE-MASTER.

           PERFORM VARYING Y FROM 1 BY 1
             UNTIL Y > STATE-CNT
               MOVE 0 TO TAX-PCT(Y)
               PERFORM VARYING X FROM 1 BY 1
                 UNTIL X > PTX-CNT
                   IF PTX-STATE(X) = STATE(Y)
                       MOVE PTX-PCT(X) TO TAX-PCT(Y)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------

       1210-APPLY-RATE.

           IF RATE-IS-CASE-COST
               CONTINUE
           ELSE
               IF RATE-IS-TAX
                   IF PTX-CNT < 6
                       ADD 1 TO PTX-CNT
                       MOVE RATE-STATE TO PTX-STATE(PTX-CNT)
                       MOVE RATE-AMT TO PTX-PCT(PTX-CNT)
                   END-IF
               ELSE
                   IF STATE-CNT < 6
                       ADD 1 TO STATE-CNT
                       MOVE RATE-TYPE TO STATE(STATE-CNT)
                       MOVE RATE-AMT TO DEPOSIT(STATE-CNT)
                   END-IF
               END-IF
           END-IF.

           PERFORM 9300-READ-RATE.

      *----------------------
      *No promotions file just means nothing was discounted.
       1300-LOAD-PROMOS.

           OPEN INPUT PROMO-FILE.

           IF PRM-FILE-STATUS = "00"
               MOVE "YES" TO MORE-PRMS
               PERFORM 9890-READ-PRM
               PERFORM 1310-ADD-PROMO
                   UNTIL MORE-PRMS = "NO"
               CLOSE PROMO-FILE
           END-IF.

      *----------------------

       1310-ADD-PROMO.

           IF PRM-CNT >= 20
               MOVE "NO" TO MORE-PRMS
           ELSE
               IF (PRM-IS-OVERALL OR PRM-IS-FLAVOR)
                   AND PRM-MIN-QTY NUMERIC
                   AND PRM-DISC-PCT NUMERIC
                   AND PRM-EFF-FROM NUMERIC
                   AND PRM-EFF-TO NUMERIC
                   ADD 1 TO PRM-CNT
                   MOVE PRM-SCOPE TO PRM-T-SCOPE(PRM-CNT)
                   IF PRM-IS-FLAVOR AND PRM-POP-CODE NUMERIC
                       MOVE PRM-POP-CODE TO PRM-T-POP(PRM-CNT)
                   ELSE
                       MOVE 0 TO PRM-T-POP(PRM-CNT)
                   END-IF
                   MOVE PRM-MIN-QTY TO PRM-T-MIN(PRM-CNT)
                   MOVE PRM-DISC-PCT TO PRM-T-PCT(PRM-CNT)
                   MOVE PRM-EFF-FROM TO PRM-T-FROM(PRM-CNT)
                   MOVE PRM-EFF-TO TO PRM-T-TO(PRM-CNT)
               END-IF
               PERFORM 9890-READ-PRM
           END-IF.

      *----------------------
      *A missing inventory file means inventory is not tracked - the
      *postings still go through, only the restock is skipped.
       1400-LOAD-INVENTORY.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 10
               MOVE 0 TO INV-ON-HAND(X)
               MOVE 0 TO INV-REORDER-PT(X)
               MOVE 0 TO INV-ON-ORDER(X).

           OPEN INPUT INVENTORY-FILE.

           IF IV-FILE-STATUS = "00"
               MOVE "YES" TO SW-INV-LOADED
               MOVE "YES" TO MORE-INVS
               PERFORM 9850-READ-INV
               PERFORM 1410-APPLY-INV
                   UNTIL MORE-INVS = "NO"
               CLOSE INVENTORY-FILE
           END-IF.

      *----------------------

       1410-APPLY-INV.

           IF IV-CODE NUMERIC
               AND IV-CODE > 0
               AND IV-CODE NOT > CAT-CNT
               AND IV-QTY NUMERIC
               MOVE IV-QTY TO INV-ON-HAND(IV-CODE)
               IF IV-REORDER-PT NUMERIC
                   MOVE IV-REORDER-PT TO INV-REORDER-PT(IV-CODE)
               END-IF
               IF IV-ON-ORDER NUMERIC
                   MOVE IV-ON-ORDER TO INV-ON-ORDER(IV-CODE)
               END-IF
           END-IF.

           PERFORM 9850-READ-INV.

      *----------------------
      *Without the saved manifest there are no stops to report on.
       1500-LOAD-MANIFEST.

           OPEN INPUT MANIFEST-SAVE.

           IF MFS-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB10 - SAVED MANIFEST CBLPOPMS.DAT IS
      -            " MISSING - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "YES" TO MORE-MFS.
           PERFORM 9880-READ-MFS.
           PERFORM 1510-ADD-MFS
               UNTIL MORE-MFS = "NO".
           CLOSE MANIFEST-SAVE.

      *----------------------
      *The whole manifest has to fit - a partial table could never be
      *written back.
       1510-ADD-MFS.

           IF MF-CTR >= 2000
               DISPLAY "CBLNB10 - SAVED MANIFEST HAS MORE THAN 2000
      -            " ENTRIES - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO MF-CTR.
           MOVE MFS-REC TO MF-DATA(MF-CTR).
           MOVE "NO" TO MF-REPORTED(MF-CTR).
           MOVE 0 TO MF-ORD-CASES(MF-CTR).
           MOVE 0 TO MF-ORD-NO(MF-CTR).
           MOVE SPACES TO MF-SELLER-ID(MF-CTR).

           PERFORM VARYING Y FROM 1 BY 1
             UNTIL Y > 10
               IF MF-CASES(MF-CTR, Y) NUMERIC
                   ADD MF-CASES(MF-CTR, Y) TO MF-ORD-CASES(MF-CTR)
               ELSE
                   MOVE 0 TO MF-CASES(MF-CTR, Y)
               END-IF
               MOVE MF-CASES(MF-CTR, Y) TO MF-ORIG-CASES(MF-CTR, Y)
               MOVE 0 TO MF-LN-CASES(MF-CTR, Y)
               MOVE 0 TO MF-LN-UNIT(MF-CTR, Y)
               MOVE 0 TO MF-LN-PRODUCT(MF-CTR, Y)
               MOVE 0 TO MF-LN-DISC(MF-CTR, Y)
               MOVE 0 TO MF-LN-TAX(MF-CTR, Y)
               MOVE 0 TO MF-LN-DEPOSIT(MF-CTR, Y)
           END-PERFORM.

           PERFORM 9880-READ-MFS.

      *----------------------
      *A checkpoint with a record count means the last weekly run
      *stopped partway.  Its restart will number orders past the
      *ones the checkpoint holds, so credits numbered now would
      *collide with them, and the manifest is only half loaded -
      *stop before anything is posted.
       1550-CHECK-CHECKPOINT.

           OPEN INPUT CHECKPOINT-FILE.

           IF CKPT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 0 TO CKPT-REC-CTR
               END-READ
               CLOSE CHECKPOINT-FILE
               IF CKPT-REC-CTR NUMERIC
                   AND CKPT-REC-CTR > 0
                   DISPLAY "CBLNB10 - CHECKPOINT PENDING ON CBLPOPCK.DAT
      -                " - RESTART THE WEEKLY RUN - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------
      *Pick up the last order number issued - the weekly run's own
      *rule.  No file means no order has ever been numbered.
       1600-LOAD-ORDER-CONTROL.

           MOVE 0 TO C-LAST-ORD-NO.
           OPEN INPUT ORDER-CONTROL.

           IF ON-FILE-STATUS = "00"
               READ ORDER-CONTROL
                   AT END
                       MOVE 0 TO ON-LAST-ORD-NO
               END-READ
               IF ON-LAST-ORD-NO NUMERIC
                   MOVE ON-LAST-ORD-NO TO C-LAST-ORD-NO
               ELSE
                   DISPLAY "CBLNB10 - ORDER-NUMBER CONTROL CBLPOPON.DAT
      -                " IS NOT NUMERIC - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE ORDER-CONTROL
           END-IF.

      *----------------------
      *Tie each stop to the order it was loaded from, so a credit goes
      *back at what that order was charged and against the seller who
      *sold it.  The manifest carries no order number, so the history
      *is read twice: the first pass hands each family's orders to
      *its stops in run order - the family's last order to its last
      *stop, the one before to the stop before - and the second
      *loads the flavor lines of the orders that were linked.  No
      *history file leaves every stop unlinked.
       1700-LOAD-ORDER-HISTORY.

           OPEN INPUT ORDER-HISTORY.

           IF OH-FILE-STATUS = "00"
               MOVE 0 TO C-HI-OH-NO
               MOVE "YES" TO MORE-OHS
               PERFORM 9860-READ-OH
               PERFORM 1710-LINK-ORDER
                   UNTIL MORE-OHS = "NO"
               CLOSE ORDER-HISTORY
               OPEN INPUT ORDER-HISTORY
               MOVE 0 TO C-HI-OH-NO
               MOVE 0 TO C-OH-IDX
               MOVE "YES" TO MORE-OHS
               PERFORM 9860-READ-OH
               PERFORM 1720-LOAD-ORDER-LINES
                   UNTIL MORE-OHS = "NO"
               CLOSE ORDER-HISTORY
           END-IF.

      *----------------------
      *An order header for a family on the manifest moves every one
      *of the family's stops back to the order its next stop held,
      *and hands this order to its last stop.  Adjustments, voids and
      *delivery credits are not orders a stop was loaded from.
       1710-LINK-ORDER.

           IF OH-IS-HEADER
               AND OH-ORD-NO NUMERIC
               AND OH-ORD-NO > C-HI-OH-NO
               MOVE OH-ORD-NO TO C-HI-OH-NO
               IF OH-TXN-TYPE = "H"
                   PERFORM 1715-SHIFT-ORDERS
               END-IF
           END-IF.

           PERFORM 9860-READ-OH.

      *----------------------

       1715-SHIFT-ORDERS.

           MOVE 0 TO C-LINK-IDX.

           PERFORM VARYING MF-IDX FROM 1 BY 1
             UNTIL MF-IDX > MF-CTR
               IF MF-LNAME(MF-IDX) = OH-LNAME
                   AND MF-FNAME(MF-IDX) = OH-FNAME
                   AND MF-ADDRESS(MF-IDX) = OH-ADDRESS
                   IF C-LINK-IDX > 0
                       MOVE MF-ORD-NO(MF-IDX)
                           TO MF-ORD-NO(C-LINK-IDX)
                       MOVE MF-SELLER-ID(MF-IDX)
                           TO MF-SELLER-ID(C-LINK-IDX)
                   END-IF
                   MOVE MF-IDX TO C-LINK-IDX
               END-IF
           END-PERFORM.

           IF C-LINK-IDX > 0
               MOVE OH-ORD-NO TO MF-ORD-NO(C-LINK-IDX)
               MOVE OH-SELLER-ID TO MF-SELLER-ID(C-LINK-IDX)
           END-IF.

      *----------------------
      *Second pass - a linked order's flavor lines go onto its stop.
      *A line that is not all numbers is left off, and the stop's
      *credits for that flavor are priced afresh.
       1720-LOAD-ORDER-LINES.

           IF OH-IS-HEADER
               MOVE 0 TO C-OH-IDX
               IF OH-ORD-NO NUMERIC
                   AND OH-ORD-NO > C-HI-OH-NO
                   MOVE OH-ORD-NO TO C-HI-OH-NO
                   IF OH-TXN-TYPE = "H"
                       PERFORM VARYING MF-IDX FROM 1 BY 1
                         UNTIL MF-IDX > MF-CTR OR C-OH-IDX > 0
                           IF MF-ORD-NO(MF-IDX) = OH-ORD-NO
                               MOVE MF-IDX TO C-OH-IDX
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           ELSE
               IF OH-IS-DETAIL
                   AND C-OH-IDX > 0
                   AND OH-POP-CODE NUMERIC
                   AND OH-POP-CODE >= 1 AND OH-POP-CODE <= 10
                   AND OH-LINE-CASES NUMERIC
                   AND OH-UNIT-COST NUMERIC
                   AND OH-LINE-PRODUCT NUMERIC
                   AND OH-LINE-DISC NUMERIC
                   AND OH-LINE-TAX NUMERIC
                   AND OH-LINE-DEPOSIT NUMERIC
                   PERFORM 1730-ADD-ORDER-LINE
               END-IF
           END-IF.

           PERFORM 9860-READ-OH.

      *----------------------

       1730-ADD-ORDER-LINE.

           MOVE OH-POP-CODE TO X.
           ADD OH-LINE-CASES TO MF-LN-CASES(C-OH-IDX, X).
           MOVE OH-UNIT-COST TO MF-LN-UNIT(C-OH-IDX, X).
           ADD OH-LINE-PRODUCT TO MF-LN-PRODUCT(C-OH-IDX, X).
           ADD OH-LINE-DISC TO MF-LN-DISC(C-OH-IDX, X).
           ADD OH-LINE-TAX TO MF-LN-TAX(C-OH-IDX, X).
           ADD OH-LINE-DEPOSIT TO MF-LN-DEPOSIT(C-OH-IDX, X).

      *----------------------
      *Judge one outcome against its stop, then post it.  Everything
      *is checked before anything moves, so a rejected outcome
      *leaves the master, the stock and the manifest untouched.
       2000-MAINLINE.

           ADD 1 TO C-DO-CTR.
           MOVE "NO" TO SW-TXN-REJECTED.
           MOVE SPACES TO C-REJECT-MSG.
           MOVE 0 TO JRN-CTR.
           MOVE 0 TO JRN-CASES.
           MOVE 0 TO JRN-DISC.
           MOVE 0 TO JRN-TOTAL.
           MOVE 0 TO JRN-PRODUCT-TOT.

           PERFORM 2100-FIND-STOP.

           IF FOUND-IDX = 0
               MOVE "FAMILY IS NOT ON THE MANIFEST" TO C-REJECT-MSG
               MOVE "YES" TO SW-TXN-REJECTED
               MOVE SPACE TO EXC-W-TEAM
           ELSE
               MOVE MF-TEAM(FOUND-IDX) TO EXC-W-TEAM
               IF DO-IS-DELIVERED
                   PERFORM 2200-DELIVERED
               ELSE
                   IF DO-IS-REFUSED OR DO-IS-SHORT
                       PERFORM 2150-CHECK-CUST
                       IF SW-TXN-REJECTED = "NO"
                           IF DO-IS-REFUSED
                               PERFORM 2300-REFUSED
                           ELSE
                               PERFORM 2400-SHORT
                           END-IF
                       END-IF
                   ELSE
                       MOVE "UNKNOWN OUTCOME CODE" TO C-REJECT-MSG
                       MOVE "YES" TO SW-TXN-REJECTED
                   END-IF
               END-IF
           END-IF.

           IF SW-TXN-REJECTED = "YES"
               PERFORM 2900-REJECT-TXN
           ELSE
               ADD 1 TO C-APPLIED-CTR
               MOVE "YES" TO MF-REPORTED(FOUND-IDX)
               IF JRN-CTR > 0
                   PERFORM 2600-JOURNAL-CREDIT
               END-IF
           END-IF.

           PERFORM 9000-READ-DO.

      *----------------------
      *The family's stop on the manifest.  A family with more than
      *one entry (an order folded in by a suspense rerun) is matched
      *to the first entry not already reported on.
       2100-FIND-STOP.

           MOVE 0 TO FOUND-IDX.

           PERFORM VARYING MF-IDX FROM 1 BY 1
             UNTIL MF-IDX > MF-CTR
               IF MF-LNAME(MF-IDX) = DO-LNAME
                   AND MF-FNAME(MF-IDX) = DO-FNAME
                   AND MF-ADDRESS(MF-IDX) = DO-ADDRESS
                   IF FOUND-IDX = 0
                       MOVE MF-IDX TO FOUND-IDX
                   ELSE
                       IF MF-REPORTED(FOUND-IDX) = "YES"
                           AND MF-REPORTED(MF-IDX) = "NO"
                           MOVE MF-IDX TO FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------
      *A credit needs the family's master record, and its state has
      *to be one the rates file prices - Y is left on that state.
       2150-CHECK-CUST.

           MOVE DO-LNAME TO CMF-LNAME.
           MOVE DO-FNAME TO CMF-FNAME.
           MOVE DO-ADDRESS TO CMF-ADDRESS.
           PERFORM 9620-READ-CUST-KEYED.

           IF SW-CM-FOUND = "NO"
               MOVE "FAMILY NOT ON CUSTOMER MASTER" TO C-REJECT-MSG
               MOVE "YES" TO SW-TXN-REJECTED
           ELSE
               MOVE 0 TO X
               PERFORM VARYING Y FROM 1 BY 1
                 UNTIL Y > STATE-CNT
                   IF STATE(Y) = CMF-STATE
                       MOVE Y TO X
                   END-IF
               END-PERFORM
               IF X = 0
                   MOVE "STATE NOT IN THE RATES FILE"
                       TO C-REJECT-MSG
                   MOVE "YES" TO SW-TXN-REJECTED
               ELSE
                   MOVE X TO Y
               END-IF
           END-IF.

      *----------------------
      *Delivered in full - nothing to post, only counted.
       2200-DELIVERED.

           PERFORM 2950-FIND-TEAM.
           ADD 1 TO TSM-DELIVERED(T).

      *----------------------
      *The whole order came back - every flavor still on the stop is
      *credited to the family and returned to stock, and the stop is
      *netted to zero.
       2300-REFUSED.

           MOVE 0 TO C-LEFT-CASES.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 10
               IF MF-CASES(FOUND-IDX, X) > 0
                   ADD MF-CASES(FOUND-IDX, X) TO C-LEFT-CASES
               END-IF
           END-PERFORM.

           IF C-LEFT-CASES = 0
               MOVE "NOTHING LEFT ON THE STOP" TO C-REJECT-MSG
               MOVE "YES" TO SW-TXN-REJECTED
           ELSE
               PERFORM 2950-FIND-TEAM
               ADD 1 TO TSM-REFUSED(T)
               PERFORM VARYING X FROM 1 BY 1
                 UNTIL X > 10 OR X > CAT-CNT
                   IF MF-CASES(FOUND-IDX, X) > 0
                       MOVE X TO C-PR-CODE
                       MOVE MF-CASES(FOUND-IDX, X) TO C-PR-CASES
                       MOVE "REFUSED" TO EXC-W-OUTCOME
                       PERFORM 2500-CREDIT-CASES
                       IF SW-INV-LOADED = "YES"
                           ADD C-PR-CASES TO INV-ON-HAND(X)
                           MOVE "YES" TO SW-INV-CHANGED
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------
      *Short so many cases of one flavor - the cases never left the
      *truck because they were never on it, so nothing goes back to
      *stock; the family is credited and the stop netted.
       2400-SHORT.

           IF DO-POP-CODE NOT NUMERIC
               OR DO-POP-CODE < 1
               OR DO-POP-CODE > CAT-CNT
               MOVE "POP CODE IS NOT IN THE CATALOG" TO C-REJECT-MSG
               MOVE "YES" TO SW-TXN-REJECTED
           ELSE
               IF DO-CASES NOT NUMERIC OR DO-CASES < 1
                   MOVE "SHORT CASES MUST BE AT LEAST 1"
                       TO C-REJECT-MSG
                   MOVE "YES" TO SW-TXN-REJECTED
               ELSE
                   IF DO-CASES > MF-CASES(FOUND-IDX, DO-POP-CODE)
                       MOVE "MORE CASES THAN ON THE STOP"
                           TO C-REJECT-MSG
                       MOVE "YES" TO SW-TXN-REJECTED
                   ELSE
                       PERFORM 2950-FIND-TEAM
                       ADD 1 TO TSM-SHORT(T)
                       MOVE DO-POP-CODE TO C-PR-CODE
                       MOVE DO-CASES TO C-PR-CASES
                       MOVE "SHORT" TO EXC-W-OUTCOME
                       PERFORM 2500-CREDIT-CASES
                   END-IF
               END-IF
           END-IF.

      *----------------------
      *Credit C-PR-CASES of flavor C-PR-CODE back to the family and
      *off the stop, and list it.  The customer master record read by
      *2150-CHECK-CUST is still in CMF-REC.  The cases go back at
      *what the stop's order charged for them; only a stop with no
      *history line to cover them is priced afresh.
       2500-CREDIT-CASES.

           IF MF-LN-CASES(FOUND-IDX, C-PR-CODE) > 0
               AND MF-LN-CASES(FOUND-IDX, C-PR-CODE) >= C-PR-CASES
               PERFORM 2505-PRICE-FROM-ORDER
           ELSE
               PERFORM 2510-PRICE-CASES
           END-IF.

           SUBTRACT C-PR-CASES FROM CMF-STD-CASES.
           SUBTRACT C-PR-AMT FROM CMF-STD-DOLLARS.
           REWRITE CMF-REC.

           SUBTRACT C-PR-CASES FROM MF-CASES(FOUND-IDX, C-PR-CODE).
           MOVE "YES" TO SW-MF-CHANGED.

           ADD C-PR-CASES TO TSM-CASES(T).
           ADD C-PR-AMT TO TSM-CREDIT(T).

           MOVE CAT-NAME(C-PR-CODE) TO EXC-W-FLAVOR.
           MOVE C-PR-CASES TO EXC-W-CASES.
           MOVE C-PR-AMT TO EXC-W-CREDIT.
           MOVE DO-NOTE TO EXC-W-NOTE.
           PERFORM 2800-NOTE-EXCEPTION.

           IF JRN-CTR < 10
               ADD 1 TO JRN-CTR
               MOVE C-PR-CODE TO JRN-POP-CODE(JRN-CTR)
               MOVE C-PR-CASES TO JRN-LINE-CASES(JRN-CTR)
               MOVE C-UNIT-COST TO JRN-UNIT-COST(JRN-CTR)
               MOVE C-TOT-CASES TO JRN-PRODUCT(JRN-CTR)
               MOVE C-DISC-AMT TO JRN-LINE-DISC(JRN-CTR)
               MOVE C-TAX-AMT TO JRN-LINE-TAX(JRN-CTR)
               MOVE C-DEPOSIT-AMT TO JRN-DEPOSIT(JRN-CTR)
               MOVE C-PR-AMT TO JRN-LINE-TOTAL(JRN-CTR)
               ADD C-PR-CASES TO JRN-CASES
               ADD C-DISC-AMT TO JRN-DISC
               ADD C-PR-AMT TO JRN-TOTAL
               ADD C-TOT-CASES TO JRN-PRODUCT-TOT
           END-IF.

      *----------------------
      *The order's own history line for the flavor, pro-rated over
      *the cases on it not yet credited back - product after the
      *discount, the discount, tax and deposit each in proportion.
      *The last of a line's cases take whatever is left of its
      *dollars, so a line credited back in pieces comes to the cent.
       2505-PRICE-FROM-ORDER.

           MOVE MF-LN-UNIT(FOUND-IDX, C-PR-CODE) TO C-UNIT-COST.

           IF C-PR-CASES = MF-LN-CASES(FOUND-IDX, C-PR-CODE)
               MOVE MF-LN-PRODUCT(FOUND-IDX, C-PR-CODE)
                   TO C-TOT-CASES
               MOVE MF-LN-DISC(FOUND-IDX, C-PR-CODE) TO C-DISC-AMT
               MOVE MF-LN-TAX(FOUND-IDX, C-PR-CODE) TO C-TAX-AMT
               MOVE MF-LN-DEPOSIT(FOUND-IDX, C-PR-CODE)
                   TO C-DEPOSIT-AMT
           ELSE
               COMPUTE C-TOT-CASES ROUNDED =
                   MF-LN-PRODUCT(FOUND-IDX, C-PR-CODE) * C-PR-CASES
                       / MF-LN-CASES(FOUND-IDX, C-PR-CODE)
               COMPUTE C-DISC-AMT ROUNDED =
                   MF-LN-DISC(FOUND-IDX, C-PR-CODE) * C-PR-CASES
                       / MF-LN-CASES(FOUND-IDX, C-PR-CODE)
               COMPUTE C-TAX-AMT ROUNDED =
                   MF-LN-TAX(FOUND-IDX, C-PR-CODE) * C-PR-CASES
                       / MF-LN-CASES(FOUND-IDX, C-PR-CODE)
               COMPUTE C-DEPOSIT-AMT ROUNDED =
                   MF-LN-DEPOSIT(FOUND-IDX, C-PR-CODE) * C-PR-CASES
                       / MF-LN-CASES(FOUND-IDX, C-PR-CODE)
           END-IF.

           COMPUTE C-PR-AMT =
               C-TOT-CASES + C-DEPOSIT-AMT + C-TAX-AMT.

           SUBTRACT C-PR-CASES FROM MF-LN-CASES(FOUND-IDX, C-PR-CODE).
           SUBTRACT C-TOT-CASES
               FROM MF-LN-PRODUCT(FOUND-IDX, C-PR-CODE).
           SUBTRACT C-DISC-AMT FROM MF-LN-DISC(FOUND-IDX, C-PR-CODE).
           SUBTRACT C-TAX-AMT FROM MF-LN-TAX(FOUND-IDX, C-PR-CODE).
           SUBTRACT C-DEPOSIT-AMT
               FROM MF-LN-DEPOSIT(FOUND-IDX, C-PR-CODE).

      *----------------------
      *A stop whose order is not in the history (a manifest saved
      *before orders were kept there) is priced the way 2300-CALCS
      *priced the order - catalog cost, less the best promotion the
      *order earned (an overall tier on the order's cases as loaded,
      *a flavor tier on the flavor's cases as loaded), plus tax on
      *the discounted product and the state's bottle deposit.
       2510-PRICE-CASES.

           MOVE CAT-COST(C-PR-CODE) TO C-UNIT-COST.
           MOVE MF-ORD-CASES(FOUND-IDX) TO C-PRM-ORD-QTY.
           MOVE MF-ORIG-CASES(FOUND-IDX, C-PR-CODE) TO C-PRM-LINE-QTY.

           COMPUTE C-DEPOSIT-AMT =
               (DEPOSIT(Y) * 24) * C-PR-CASES.
           COMPUTE C-TOT-CASES ROUNDED =
               C-PR-CASES * CAT-COST(C-PR-CODE).
           PERFORM 2520-FIND-DISCOUNT.
           COMPUTE C-DISC-AMT ROUNDED =
               C-TOT-CASES * C-DISC-PCT / 100.
           SUBTRACT C-DISC-AMT FROM C-TOT-CASES.
           COMPUTE C-TAX-AMT ROUNDED =
               C-TOT-CASES * TAX-PCT(Y) / 100.
           COMPUTE C-PR-AMT ROUNDED =
               C-TOT-CASES + C-DEPOSIT-AMT + C-TAX-AMT.

      *----------------------
      *The weekly run's 2310-FIND-DISCOUNT - the single best percent
      *in effect today that the order or the flavor line qualifies
      *for.
       2520-FIND-DISCOUNT.

           MOVE 0 TO C-DISC-PCT.

           PERFORM VARYING PRM-IDX FROM 1 BY 1
             UNTIL PRM-IDX > PRM-CNT
               IF (PRM-T-FROM(PRM-IDX) = 0
                   OR I-DATE-NUM >= PRM-T-FROM(PRM-IDX))
                   AND (PRM-T-TO(PRM-IDX) = 0
                       OR I-DATE-NUM <= PRM-T-TO(PRM-IDX))
                   IF (PRM-T-SCOPE(PRM-IDX) = "O"
                       AND C-PRM-ORD-QTY >= PRM-T-MIN(PRM-IDX))
                       OR (PRM-T-SCOPE(PRM-IDX) = "F"
                           AND PRM-T-POP(PRM-IDX) = C-PR-CODE
                           AND C-PRM-LINE-QTY
                               >= PRM-T-MIN(PRM-IDX))
                       IF PRM-T-PCT(PRM-IDX) > C-DISC-PCT
                           MOVE PRM-T-PCT(PRM-IDX) TO C-DISC-PCT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------
      *Enter the credit just posted in the order history under the
      *next order number - a header with the outcome code as its
      *transaction type and the family as the master has it, then
      *one line per flavor credited.  The seller is the one on the
      *stop's order, blank when that order is not in the history.
      *The credit is then taken back off that seller's ledger; with
      *no seller there was no credit to the ledger to take back.
       2600-JOURNAL-CREDIT.

           ADD 1 TO C-LAST-ORD-NO.
           MOVE "YES" TO SW-ORD-NO-TAKEN.

           MOVE SPACES TO OH-REC.
           MOVE C-LAST-ORD-NO TO OH-ORD-NO.
           MOVE "H" TO OH-REC-TYPE.
           MOVE I-DATE-NUM TO OH-RUN-DATE.
           MOVE DO-OUTCOME TO OH-TXN-TYPE.
           MOVE CMF-LNAME TO OH-LNAME.
           MOVE CMF-FNAME TO OH-FNAME.
           MOVE CMF-ADDRESS TO OH-ADDRESS.
           MOVE CMF-CITY TO OH-CITY.
           MOVE CMF-STATE TO OH-STATE.
           MOVE CMF-ZIP-1 TO OH-ZIP-1.
           MOVE CMF-ZIP-2 TO OH-ZIP-2.
           MOVE MF-TEAM(FOUND-IDX) TO OH-TEAM.
           MOVE MF-SELLER-ID(FOUND-IDX) TO OH-SELLER-ID.
           MOVE JRN-CTR TO OH-LINE-CT.
           MOVE JRN-CASES TO OH-CASES.
           MOVE JRN-DISC TO OH-DISC.
           MOVE JRN-TOTAL TO OH-TOTAL.
           WRITE OH-REC.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > JRN-CTR
               MOVE SPACES TO OH-REC
               MOVE C-LAST-ORD-NO TO OH-ORD-NO
               MOVE "D" TO OH-REC-TYPE
               MOVE X TO OH-LINE-NO
               MOVE JRN-POP-CODE(X) TO OH-POP-CODE
               MOVE CAT-NAME(JRN-POP-CODE(X)) TO OH-POP-NAME
               MOVE JRN-LINE-CASES(X) TO OH-LINE-CASES
               MOVE JRN-UNIT-COST(X) TO OH-UNIT-COST
               MOVE JRN-PRODUCT(X) TO OH-LINE-PRODUCT
               MOVE JRN-LINE-DISC(X) TO OH-LINE-DISC
               MOVE JRN-LINE-TAX(X) TO OH-LINE-TAX
               MOVE JRN-DEPOSIT(X) TO OH-LINE-DEPOSIT
               MOVE JRN-LINE-TOTAL(X) TO OH-LINE-TOTAL
               MOVE 0 TO OH-LINE-BO
               WRITE OH-REC
           END-PERFORM.

           IF MF-SELLER-ID(FOUND-IDX) NOT = SPACES
               MOVE SPACES TO SO-REC
               MOVE I-DATE-NUM TO SO-ORD-DATE
               MOVE "B" TO SO-TYPE
               MOVE MF-SELLER-ID(FOUND-IDX) TO SO-SELLER-ID
               MOVE MF-TEAM(FOUND-IDX) TO SO-TEAM
               MOVE CMF-LNAME TO SO-LNAME
               MOVE CMF-FNAME TO SO-FNAME
               MOVE CMF-ADDRESS TO SO-ADDRESS
               MOVE JRN-CASES TO SO-CASES
               MOVE JRN-PRODUCT-TOT TO SO-PRODUCT
               MOVE JRN-TOTAL TO SO-DUE
               MOVE C-LAST-ORD-NO TO SO-ORD-NO
               MOVE "P" TO SO-BCK-RUN
               WRITE SO-REC
           END-IF.

      *----------------------
      *Hold one report line for team EXC-W-TEAM.  The family comes
      *off the outcome record; the counts keep going if the table
      *fills.
       2800-NOTE-EXCEPTION.

           IF EXC-CTR < 1000
               ADD 1 TO EXC-CTR
               MOVE EXC-W-TEAM TO EXC-TEAM(EXC-CTR)
               MOVE DO-LNAME TO EXC-LNAME(EXC-CTR)
               MOVE DO-FNAME TO EXC-FNAME(EXC-CTR)
               MOVE DO-ADDRESS TO EXC-ADDRESS(EXC-CTR)
               MOVE EXC-W-OUTCOME TO EXC-OUTCOME(EXC-CTR)
               MOVE EXC-W-FLAVOR TO EXC-FLAVOR(EXC-CTR)
               MOVE EXC-W-CASES TO EXC-CASES(EXC-CTR)
               MOVE EXC-W-CREDIT TO EXC-CREDIT(EXC-CTR)
               MOVE EXC-W-NOTE TO EXC-NOTE(EXC-CTR)
           ELSE
               MOVE "YES" TO SW-EXC-TBL-FULL
           END-IF.

      *----------------------
      *A rejected outcome is listed under its stop's team (or with
      *the unmatched ones) with the reason in the note column.
       2900-REJECT-TXN.

           ADD 1 TO C-REJECT-CTR.
           PERFORM 2950-FIND-TEAM.
           ADD 1 TO TSM-REJECTED(T).

           MOVE "REJECTED" TO EXC-W-OUTCOME.
           MOVE SPACES TO EXC-W-FLAVOR.
           MOVE 0 TO EXC-W-CASES.
           MOVE 0 TO EXC-W-CREDIT.
           MOVE C-REJECT-MSG TO EXC-W-NOTE.
           PERFORM 2800-NOTE-EXCEPTION.

           MOVE 4 TO C-NEW-RC.
           PERFORM 9900-RAISE-RC.

      *----------------------
      *T is left on EXC-W-TEAM's slot in the team table - slot 6, the
      *blank, for anything that is not a team letter.
       2950-FIND-TEAM.

           PERFORM VARYING T FROM 1 BY 1
             UNTIL T > 5 OR TEAM-NAME(T) = EXC-W-TEAM
               CONTINUE
           END-PERFORM.

           IF T > 5
               MOVE 6 TO T
           END-IF.

      *----------------------
      *List every stop the driver never reported on, print the report
      *team by team, and write back the manifest and the stock.
       3000-CLOSING.

           PERFORM 3100-NO-REPORT
               VARYING MF-IDX FROM 1 BY 1
                 UNTIL MF-IDX > MF-CTR.

           PERFORM 3200-TEAM-SECTION
               VARYING X FROM 1 BY 1
                 UNTIL X > 6.

           IF SW-EXC-TBL-FULL = "YES"
               WRITE PRTLINE
                   FROM EXC-FULL-NOTE-LINE
                       AFTER ADVANCING 2 LINES
               MOVE 4 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
           END-IF.

           IF SW-INV-LOADED = "NO"
               WRITE PRTLINE
                   FROM INV-NOTE-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           MOVE C-DO-CTR TO O-DO-CTR.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.

           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 3 LINES.

           IF SW-MF-CHANGED = "YES"
               PERFORM 3400-WRITE-MANIFEST
           END-IF.

           IF SW-INV-CHANGED = "YES"
               PERFORM 3500-WRITE-INVENTORY
           END-IF.

           IF SW-ORD-NO-TAKEN = "YES"
               PERFORM 3600-WRITE-ORDER-CONTROL
           END-IF.

           CLOSE DLV-TRANS.
           CLOSE CUST-MASTER.
           CLOSE ORDER-HISTORY.
           CLOSE SELLER-LEDGER.
           CLOSE DLV-PRT.

      *----------------------
      *A stop with cases on it and no outcome back is an exception -
      *nobody knows whether that family got its pop.
       3100-NO-REPORT.

           IF MF-REPORTED(MF-IDX) = "NO"
               AND MF-ORD-CASES(MF-IDX) > 0
               MOVE MF-TEAM(MF-IDX) TO EXC-W-TEAM
               PERFORM 2950-FIND-TEAM
               ADD 1 TO TSM-NO-REPORT(T)
               MOVE MF-LNAME(MF-IDX) TO DO-LNAME
               MOVE MF-FNAME(MF-IDX) TO DO-FNAME
               MOVE MF-ADDRESS(MF-IDX) TO DO-ADDRESS
               MOVE "NO REPORT" TO EXC-W-OUTCOME
               MOVE SPACES TO EXC-W-FLAVOR
               MOVE MF-ORD-CASES(MF-IDX) TO EXC-W-CASES
               MOVE 0 TO EXC-W-CREDIT
               MOVE "NO OUTCOME CAME BACK" TO EXC-W-NOTE
               PERFORM 2800-NOTE-EXCEPTION
               MOVE 4 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
           END-IF.

      *----------------------
      *One team's exceptions and its tally.  The unmatched section
      *only prints when something landed in it.
       3200-TEAM-SECTION.

           IF X < 6 OR TSM-REJECTED(6) > 0
               MOVE SPACES TO O-TEAM-HDG
               IF X < 6
                   STRING "TEAM "       DELIMITED BY SIZE
                          TEAM-NAME(X)  DELIMITED BY SIZE
                       INTO O-TEAM-HDG
               ELSE
                   MOVE "NOT MATCHED TO ANY STOP" TO O-TEAM-HDG
               END-IF
               WRITE PRTLINE
                   FROM TEAM-HDG-LINE
                       AFTER ADVANCING 3 LINES
                           AT EOP
                               PERFORM 9100-HDG
               END-WRITE
               MOVE 0 TO FOUND-IDX
               PERFORM VARYING EXC-IDX FROM 1 BY 1
                 UNTIL EXC-IDX > EXC-CTR
                   IF EXC-TEAM(EXC-IDX) = TEAM-NAME(X)
                       OR (X = 6 AND EXC-TEAM(EXC-IDX) NOT = "A"
                           AND EXC-TEAM(EXC-IDX) NOT = "B"
                           AND EXC-TEAM(EXC-IDX) NOT = "C"
                           AND EXC-TEAM(EXC-IDX) NOT = "D"
                           AND EXC-TEAM(EXC-IDX) NOT = "E")
                       ADD 1 TO FOUND-IDX
                       PERFORM 3210-EXC-LINE
                   END-IF
               END-PERFORM
               IF FOUND-IDX = 0
                   WRITE PRTLINE
                       FROM EXC-NONE-LINE
                           AFTER ADVANCING 2 LINES
               END-IF
               MOVE TSM-DELIVERED(X) TO O-TSM-DELIVERED
               MOVE TSM-REFUSED(X) TO O-TSM-REFUSED
               MOVE TSM-SHORT(X) TO O-TSM-SHORT
               MOVE TSM-NO-REPORT(X) TO O-TSM-NO-REPORT
               MOVE TSM-REJECTED(X) TO O-TSM-REJECTED
               MOVE TSM-CASES(X) TO O-TSM-CASES
               MOVE TSM-CREDIT(X) TO O-TSM-CREDIT
               WRITE PRTLINE
                   FROM TEAM-TOT-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9100-HDG
               END-WRITE
           END-IF.

      *----------------------

       3210-EXC-LINE.

           MOVE EXC-LNAME(EXC-IDX) TO O-EXC-LNAME.
           MOVE EXC-FNAME(EXC-IDX) TO O-EXC-FNAME.
           MOVE EXC-ADDRESS(EXC-IDX) TO O-EXC-ADDRESS.
           MOVE EXC-OUTCOME(EXC-IDX) TO O-EXC-OUTCOME.
           MOVE EXC-FLAVOR(EXC-IDX) TO O-EXC-FLAVOR.
           MOVE EXC-CASES(EXC-IDX) TO O-EXC-CASES.
           MOVE EXC-CREDIT(EXC-IDX) TO O-EXC-CREDIT.
           MOVE EXC-NOTE(EXC-IDX) TO O-EXC-NOTE.

           WRITE PRTLINE
               FROM EXC-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *Put the netted manifest back, so a report reprint shows what
      *was actually delivered and a second posting of the same
      *refusal finds nothing left to refuse.
       3400-WRITE-MANIFEST.

           OPEN OUTPUT MANIFEST-SAVE.

           PERFORM VARYING MF-IDX FROM 1 BY 1
             UNTIL MF-IDX > MF-CTR
               WRITE MFS-REC FROM MF-DATA(MF-IDX)
           END-PERFORM.

           CLOSE MANIFEST-SAVE.

      *----------------------

       3500-WRITE-INVENTORY.

           OPEN OUTPUT INVENTORY-FILE.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > CAT-CNT
               MOVE X TO IV-CODE
               MOVE INV-ON-HAND(X) TO IV-QTY
               MOVE INV-REORDER-PT(X) TO IV-REORDER-PT
               MOVE INV-ON-ORDER(X) TO IV-ON-ORDER
               WRITE IV-REC.

           CLOSE INVENTORY-FILE.

      *----------------------
      *Save the last order number issued, so the weekly run carries
      *on from it.
       3600-WRITE-ORDER-CONTROL.

           MOVE SPACES TO ON-REC.
           MOVE C-LAST-ORD-NO TO ON-LAST-ORD-NO.
           MOVE I-DATE-NUM TO ON-LAST-RUN-DATE.

           OPEN OUTPUT ORDER-CONTROL.
           WRITE ON-REC.
           CLOSE ORDER-CONTROL.

      *----------------------
      *Read one delivery outcome
       9000-READ-DO.

           READ DLV-TRANS
               AT END
                   MOVE "NO" TO MORE-DOS.

      *----------------------
      *Read one customer master record by its key - the caller has
      *already placed last name, first name and address in the key.
       9620-READ-CUST-KEYED.

           READ CUST-MASTER
               INVALID KEY
                   MOVE "NO" TO SW-CM-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO SW-CM-FOUND
           END-READ.

      *----------------------
      *Read one saved manifest record
       9880-READ-MFS.

           READ MANIFEST-SAVE
               AT END
                   MOVE "NO" TO MORE-MFS.

      *----------------------
      *Read one order history record
       9860-READ-OH.

           READ ORDER-HISTORY
               AT END
                   MOVE "NO" TO MORE-OHS.

      *----------------------
      *Read one product catalog record
       9800-READ-CAT.

           READ PRODUCT-CATALOG
               AT END
                   MOVE "NO" TO MORE-CATS.

      *----------------------
      *Read one rate record
       9300-READ-RATE.

           READ RATE-MASTER
               AT END
                   MOVE "NO" TO MORE-RATES.

      *----------------------
      *Read one promotion record
       9890-READ-PRM.

           READ PROMO-FILE
               AT END
                   MOVE "NO" TO MORE-PRMS.

      *----------------------
      *Read one inventory record
       9850-READ-INV.

           READ INVENTORY-FILE
               AT END
                   MOVE "NO" TO MORE-INVS.

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

       END PROGRAM CBLNB10.
