      *(CATALOG CODE SEQUENCE, VALID TEAM LETTERS, THE SIX         *
      *DEPOSIT STATES), AND PRINTS A BEFORE/AFTER AUDIT REPORT OF  *
      *EVERY CHANGE SO NOBODY HAS TO OPEN THESE FILES RAW IN A     *
      *TEXT EDITOR AGAIN.  IT ALSO MAINTAINS THE CUSTOMER MASTER'S *
      *KEYS - A FAMILY THAT MOVES IS RE-KEYED TO ITS NEW ADDRESS,  *
      *AND TWO RECORDS FOR ONE HOUSEHOLD ARE MERGED INTO ONE, WITH *
      *THE OLD KEY LOGGED SO PAYMENTS STILL KEYED THE OLD WAY FIND *
      *THE FAMILY.                                                 *
      **************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-FILE-STATUS.

      *Stock base - each flavor's stock at the start of the season as
      *the season close set it.  A hand count keyed here moves on
      *hand without an order or a receipt behind it, so the same
      *change is made to the base; the integrity audit CBLNB14 works
      *the season's stock forward from it.
            SELECT STOCK-BASE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPSB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SB-FILE-STATUS.

      *Receipt log - one record per bottler delivery posted, appended
      *and never cleared, so the invoice match can see what actually
      *arrived against each purchase order.
            SELECT RECEIPT-LOG
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-FILE-STATUS.

      *Backorder queue the weekly run keeps - a receipt releases the
      *flavor's waiting backorders oldest first before any of the
      *delivery is left on the shelf.  Read whole, rewritten whole.
            SELECT BACKORDER-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPBO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.

      *Customer master - opened only when a "CM" transaction needs
      *it, so reference-file maintenance never waits on it.
            SELECT CUST-MASTER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPCM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMF-CUST-KEY
               FILE STATUS IS CM-FILE-STATUS.

      *Customer key cross-reference - one record for every key this
      *program retires, pointing at the key that replaced it.  The
      *weekly run follows it when a payment's key is not on the
      *master.  Appended and never cleared.
            SELECT KEY-XREF
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPKX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KX-FILE-STATUS.

      *-----------------------------------------------------------------

       DATA DIVISION.

      *One maintenance transaction - the target file, the action, the
      *initials of whoever asked, and the new record image laid out
      *the same way the target file lays it out.  Only a customer
      *transaction uses the record past column 51; an older 51-byte
      *transaction reads in with spaces there.
       FD  MAINT-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS MX-REC.

       01  MX-REC.
               88  MX-IS-ROSTER   VALUE "SR".
               88  MX-IS-RATES    VALUE "RT".
               88  MX-IS-INVENTORY VALUE "IV".
               88  MX-IS-CUSTOMER VALUE "CM".
           05  MX-ACTION          PIC X.
               88  MX-IS-ADD      VALUE "A".
               88  MX-IS-CHANGE   VALUE "C".
               88  MX-IS-DELETE   VALUE "D".
               88  MX-IS-RECEIPT  VALUE "R".
               88  MX-IS-MERGE    VALUE "M".
           05  MX-USER            PIC X(8).
           05  MX-DATA            PIC X(119).

       01  MX-CAT-DATA REDEFINES MX-REC.
           05  FILLER             PIC X(11).
           05  MX-INV-CODE        PIC 99.
           05  MX-INV-QTY         PIC S9(6).
           05  MX-INV-REORDER     PIC 9(6).
           05  MX-INV-PO-DATE     PIC 9(8).
           05  FILLER             PIC X(18).

      *A customer change ("C") re-keys the family at the old key to
      *the new key - an address move - and takes a new city, state
      *or ZIP where one is keyed; a blank new key keeps the old one.
      *A merge ("M") folds the family at the old key into the one at
      *the new key and removes the old record.
       01  MX-CM-DATA REDEFINES MX-REC.
           05  FILLER             PIC X(11).
           05  MX-CM-OLD-KEY.
               10  MX-CM-OLD-LNAME PIC X(15).
               10  MX-CM-OLD-FNAME PIC X(15).
               10  MX-CM-OLD-ADDRESS PIC X(15).
           05  MX-CM-NEW-KEY.
               10  MX-CM-NEW-LNAME PIC X(15).
               10  MX-CM-NEW-FNAME PIC X(15).
               10  MX-CM-NEW-ADDRESS PIC X(15).
           05  MX-CM-CITY         PIC X(10).
           05  MX-CM-STATE        PIC XX.
               88  VAL-MX-CM-STATE VALUE "IA" "IL" "MI" "MO" "NE"
                                         "WI".
           05  MX-CM-ZIP.
               10  MX-CM-ZIP-1    PIC X(5).
               10  MX-CM-ZIP-2    PIC X(4).
           05  FILLER             PIC X(8).

       FD  AUDIT-PRT
           LABEL RECORD IS OMITTED
           05  IV-REORDER-PT      PIC 9(6).
           05  IV-ON-ORDER        PIC 9(6).

      *One flavor's stock base and the date it was last set.
       FD  STOCK-BASE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS SB-REC.

       01  SB-REC.
           05  SB-CODE            PIC 99.
           05  SB-QTY             PIC S9(6).
           05  SB-DATE            PIC 9(8).
           05  FILLER             PIC X(4).

      *Receipt log record - the flavor and cases received, the date
      *of the purchase order the delivery fills (zero when the clerk
      *did not key one), the posting date and who keyed it.
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

      *Backorder record - laid out exactly as the weekly run lays it
      *out.  A release moves cases from open to released and stamps
      *the release date; the weekly run ships released cases.
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

      *Customer master record - the weekly run's layout.
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

      *Key cross-reference record - the retired key, the key that
      *replaced it, "C" for a move or "M" for a merge, when, and who
      *asked.
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
           05  SR-FILE-STATUS     PIC XX            VALUE SPACES.
           05  RT-FILE-STATUS     PIC XX            VALUE SPACES.
           05  IV-FILE-STATUS     PIC XX            VALUE SPACES.
           05  RV-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SB-FILE-STATUS     PIC XX            VALUE SPACES.
           05  MORE-SBS           PIC XXX           VALUE "YES".
           05  SW-SB-CHANGED      PIC XXX           VALUE "NO".
           05  BO-FILE-STATUS     PIC XX            VALUE SPACES.
           05  MORE-BOS           PIC XXX           VALUE "YES".
           05  SW-BO-CHANGED      PIC XXX           VALUE "NO".
           05  SW-RV-OPEN         PIC XXX           VALUE "NO".
           05  CM-FILE-STATUS     PIC XX            VALUE SPACES.
           05  KX-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SW-CM-TRIED        PIC XXX           VALUE "NO".
           05  SW-CM-OPEN         PIC XXX           VALUE "NO".
           05  SW-CM-FOUND        PIC XXX           VALUE "NO".
           05  SW-KX-OPEN         PIC XXX           VALUE "NO".
           05  SW-CAT-CHANGED     PIC XXX           VALUE "NO".
           05  SW-SLR-CHANGED     PIC XXX           VALUE "NO".
           05  SW-RATE-CHANGED    PIC XXX           VALUE "NO".
           05  INV-REORDER-PT     PIC 9(6)          OCCURS 10.
           05  INV-ON-ORDER       PIC 9(6)          OCCURS 10.

      *The stock base in core.  It is only kept up when it is on
      *file, or when there is no inventory file either and stock is
      *being counted in from nothing - an inventory file with no
      *base waits for the season close to set one.  C-SB-OLD-OH is
      *on hand before the hand count.
       01  STOCK-BASE-TBL.
           05  SW-SB-KEPT         PIC XXX           VALUE "NO".
           05  C-SB-OLD-OH        PIC S9(6)         VALUE ZERO.
           05  SB-BASE-QTY        PIC S9(6)         OCCURS 10.
           05  SB-BASE-DATE       PIC 9(8)          OCCURS 10.

      *The backorder queue in core, oldest first - one BO-REC image
      *per entry.  C-BO-REL-CASES is what the current receipt
      *released to it, for the audit line.
       01  BACKORDER-TBL.
           05  BO-CTR             PIC 9(4)          VALUE ZERO.
           05  BO-IDX             PIC 9(4)          VALUE ZERO.
           05  C-BO-RELEASE       PIC 9(4)          VALUE ZERO.
           05  C-BO-REL-CASES     PIC 9(6)          VALUE ZERO.
           05  C-BO-REL-ED        PIC ZZZ,ZZ9.
           05  BO-ENTRY           OCCURS 2000.
               10  BOT-ORD-DATE   PIC 9(8).
               10  BOT-TEAM       PIC X.
               10  BOT-LNAME      PIC X(15).
               10  BOT-FNAME      PIC X(15).
               10  BOT-ADDRESS    PIC X(15).
               10  BOT-CITY       PIC X(10).
               10  BOT-POP-CODE   PIC 99.
               10  BOT-CASES      PIC 9(4).
               10  BOT-OPEN-CASES PIC 9(4).
               10  BOT-REL-CASES  PIC 9(4).
               10  BOT-SHIP-CASES PIC 9(4).
               10  BOT-CAN-CASES  PIC 9(4).
               10  BOT-REL-DATE   PIC 9(8).
               10  BOT-ORD-NO     PIC X(8).

      *A customer transaction's work - the keys it moves between,
      *the old record's buckets a merge adds in, and the audit
      *images.  A customer record is too wide for one 32-column
      *image, so it prints as seven rows down the before and after
      *columns; a merge adds the surviving record as it stood.
       01  CM-WORK.
           05  CM-OLD-KEY.
               10  CM-OLD-LNAME   PIC X(15).
               10  CM-OLD-FNAME   PIC X(15).
               10  CM-OLD-ADDRESS PIC X(15).
           05  CM-NEW-KEY.
               10  CM-NEW-LNAME   PIC X(15).
               10  CM-NEW-FNAME   PIC X(15).
               10  CM-NEW-ADDRESS PIC X(15).
           05  C-BO-MOVED         PIC 9(4)          VALUE ZERO.
           05  C-BO-MOVED-ED      PIC Z,ZZ9.
           05  CM-NEW-CITY        PIC X(10).
           05  CM-MOVE-HOLD       PIC X(123).
           05  CM-SURV-HOLD       PIC X(123).
           05  C-ABS-STD-CASES    PIC S9(6)         VALUE ZERO.
           05  C-ABS-STD-DOLLARS  PIC S9(10)V99     VALUE ZERO.
           05  C-ABS-PY-CASES     PIC 9(6)          VALUE ZERO.
           05  C-ABS-PY-DOLLARS   PIC 9(10)V99      VALUE ZERO.
           05  C-ABS-PAID         PIC S9(10)V99     VALUE ZERO.
           05  C-ABS-LAST-ORD     PIC 9(8)          VALUE ZERO.

       01  CM-IMAGE-WORK.
           05  SW-CM-IMAGES       PIC XXX           VALUE "NO".
           05  CM-IMG-ROWS.
               10  CM-IMG-ROW     PIC X(32)         OCCURS 7.
           05  CM-BEFORE-ROWS.
               10  CM-BEFORE-ROW  PIC X(32)         OCCURS 7.
           05  CM-AFTER-ROWS.
               10  CM-AFTER-ROW   PIC X(32)         OCCURS 7.
           05  CM-SURV-ROWS.
               10  CM-SURV-ROW    PIC X(32)         OCCURS 7.
           05  C-IMG-CASES        PIC ZZZ,ZZ9-.
           05  C-IMG-DOLLARS      PIC $$$$,$$$.99-.
           05  C-IMG-DATE         PIC 9999/99/99.

      *Edited scratch quantities for the inventory audit images.
       01  INV-IMAGE-WORK.
           05  C-IMG-OH           PIC ZZZZZ9-.
           PERFORM 1200-LOAD-ROSTER.
           PERFORM 1300-LOAD-RATES.
           PERFORM 1400-LOAD-INVENTORY.
           PERFORM 1450-LOAD-STOCK-BASE.
           PERFORM 1500-LOAD-BACKORDERS.

           OPEN INPUT MAINT-TRANS.


           PERFORM 9850-READ-INV.

      *----------------------

       1450-LOAD-STOCK-BASE.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 10
               MOVE 0 TO SB-BASE-QTY(X)
               MOVE 0 TO SB-BASE-DATE(X).

           OPEN INPUT STOCK-BASE.

           IF SB-FILE-STATUS = "00"
               MOVE "YES" TO SW-SB-KEPT
               MOVE "YES" TO MORE-SBS
               PERFORM 9860-READ-SB
               PERFORM 1460-APPLY-SB
                   UNTIL MORE-SBS = "NO"
               CLOSE STOCK-BASE
           ELSE
               IF SW-INV-LOADED = "NO"
                   MOVE "YES" TO SW-SB-KEPT
               END-IF
           END-IF.

      *----------------------

       1460-APPLY-SB.

           IF SB-CODE NUMERIC
               AND SB-CODE > 0
               AND SB-CODE NOT > 10
               AND SB-QTY NUMERIC
               MOVE SB-QTY TO SB-BASE-QTY(SB-CODE)
               IF SB-DATE NUMERIC
                   MOVE SB-DATE TO SB-BASE-DATE(SB-CODE)
               END-IF
           END-IF.

           PERFORM 9860-READ-SB.

      *----------------------
      *Pull the backorder queue in whole.  There is nothing to
      *release against without an inventory file, and a missing
      *queue just means nothing is waiting.  The whole queue has to
      *fit - a partial table could never be written back.
       1500-LOAD-BACKORDERS.

           IF SW-INV-LOADED = "YES"
               OPEN INPUT BACKORDER-FILE
               IF BO-FILE-STATUS = "00"
                   MOVE "YES" TO MORE-BOS
                   PERFORM 9840-READ-BO
                   PERFORM 1510-ADD-BO
                       UNTIL MORE-BOS = "NO"
                   CLOSE BACKORDER-FILE
               END-IF
           END-IF.

      *----------------------

       1510-ADD-BO.

           IF BO-CTR >= 2000
               DISPLAY "CBLNB07 - BACKORDER FILE CBLPOPBO.DAT HAS MORE
      -            " THAN 2000 RECORDS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO BO-CTR.
           MOVE BO-REC TO BO-ENTRY(BO-CTR).
           PERFORM 9840-READ-BO.

      *----------------------
      *Judge and apply one transaction, then report it - the before
      *image is captured ahead of the apply, the after image behind
           MOVE SPACES TO C-REJECT-MSG.
           MOVE SPACES TO C-BEFORE-IMAGE.
           MOVE SPACES TO C-AFTER-IMAGE.
           MOVE 0 TO C-BO-REL-CASES.
           MOVE 0 TO C-BO-MOVED.
           MOVE "NO" TO SW-CM-IMAGES.

           IF MX-IS-CATALOG
               PERFORM 2100-CATALOG-TXN
                       IF MX-IS-INVENTORY
                           PERFORM 2400-INVENTORY-TXN
                       ELSE
                           IF MX-IS-CUSTOMER
                               PERFORM 2500-CUSTOMER-TXN
                           ELSE
                               PERFORM 2900-REJECT-TXN
                               MOVE "UNKNOWN FILE CODE"
                                   TO C-REJECT-MSG
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   TO C-REJECT-MSG
           ELSE
               PERFORM 2450-INV-BEFORE-IMAGE
               MOVE INV-ON-HAND(MX-INV-CODE) TO C-SB-OLD-OH
               IF MX-IS-DELETE
                   MOVE 0 TO INV-ON-HAND(MX-INV-CODE)
                   MOVE 0 TO INV-REORDER-PT(MX-INV-CODE)
                   MOVE 0 TO INV-ON-ORDER(MX-INV-CODE)
                   MOVE "YES" TO SW-INV-CHANGED
                   PERFORM 2440-INV-AFTER-IMAGE
                   PERFORM 2490-ADJUST-STOCK-BASE
               ELSE
                   IF MX-IS-RECEIPT
                       PERFORM 2460-INV-RECEIPT
                               END-IF
                               MOVE "YES" TO SW-INV-CHANGED
                               PERFORM 2440-INV-AFTER-IMAGE
                               PERFORM 2490-ADJUST-STOCK-BASE
                           END-IF
                       ELSE
                           PERFORM 2900-REJECT-TXN
      *----------------------
      *Post a delivery from the bottler - received cases raise on
      *hand and clear the same cases off on order, never below zero
      *(a bigger-than-ordered delivery just zeroes on order).  The
      *flavor's backorders are filled out of the delivery before
      *anything is left on the shelf, so the after image shows what
      *is really free.  Every posted receipt is also logged with the
      *PO date it fills.
       2460-INV-RECEIPT.

           IF MX-INV-QTY NOT NUMERIC OR MX-INV-QTY < 1
                   SUBTRACT MX-INV-QTY
                       FROM INV-ON-ORDER(MX-INV-CODE)
               END-IF
               PERFORM 2480-RELEASE-BACKORDERS
                   VARYING BO-IDX FROM 1 BY 1
                     UNTIL BO-IDX > BO-CTR
                        OR INV-ON-HAND(MX-INV-CODE) NOT > 0
               MOVE "YES" TO SW-INV-CHANGED
               PERFORM 2440-INV-AFTER-IMAGE
               PERFORM 2470-LOG-RECEIPT
           END-IF.

      *----------------------
      *Fill one waiting backorder for the received flavor out of
      *what is on hand - the queue is in the order the lines were
      *taken, so walking it from the top is first-come-first-served.
      *Released cases come off on hand here; the weekly run puts
      *them on the next dock sheet.
       2480-RELEASE-BACKORDERS.

           IF BOT-POP-CODE(BO-IDX) = MX-INV-CODE
               AND BOT-OPEN-CASES(BO-IDX) NUMERIC
               AND BOT-OPEN-CASES(BO-IDX) > 0
               MOVE BOT-OPEN-CASES(BO-IDX) TO C-BO-RELEASE
               IF C-BO-RELEASE > INV-ON-HAND(MX-INV-CODE)
                   MOVE INV-ON-HAND(MX-INV-CODE) TO C-BO-RELEASE
               END-IF
               SUBTRACT C-BO-RELEASE FROM BOT-OPEN-CASES(BO-IDX)
               ADD C-BO-RELEASE TO BOT-REL-CASES(BO-IDX)
               MOVE I-DATE-NUM TO BOT-REL-DATE(BO-IDX)
               SUBTRACT C-BO-RELEASE FROM INV-ON-HAND(MX-INV-CODE)
               ADD C-BO-RELEASE TO C-BO-REL-CASES
               MOVE "YES" TO SW-BO-CHANGED
           END-IF.

      *----------------------
      *Carry a hand count's change in on hand into the stock base.
       2490-ADJUST-STOCK-BASE.

           IF SW-SB-KEPT = "YES"
               AND INV-ON-HAND(MX-INV-CODE) NOT = C-SB-OLD-OH
               COMPUTE SB-BASE-QTY(MX-INV-CODE) =
                   SB-BASE-QTY(MX-INV-CODE)
                       + INV-ON-HAND(MX-INV-CODE) - C-SB-OLD-OH
               MOVE I-DATE-NUM TO SB-BASE-DATE(MX-INV-CODE)
               MOVE "YES" TO SW-SB-CHANGED
           END-IF.

      *----------------------
      *Append the receipt to the log.  EXTEND creates the file on
      *the first receipt ever posted; an unkeyed PO date logs as
      *zero.
       2470-LOG-RECEIPT.

           IF SW-RV-OPEN = "NO"
               OPEN EXTEND RECEIPT-LOG
               IF RV-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RECEIPT-LOG
               END-IF
               MOVE "YES" TO SW-RV-OPEN
           END-IF.

           MOVE MX-INV-CODE TO RV-CODE.
           MOVE MX-INV-QTY TO RV-QTY.

           IF MX-INV-PO-DATE NUMERIC
               MOVE MX-INV-PO-DATE TO RV-PO-DATE
           ELSE
               MOVE 0 TO RV-PO-DATE
           END-IF.

           MOVE I-DATE-NUM TO RV-DATE.
           MOVE MX-USER TO RV-USER.
           WRITE RV-REC.

      *----------------------
      *On hand / on order / reorder point, edited so the audit line
      *reads at a glance.
                  C-IMG-RP               DELIMITED BY SIZE
               INTO C-BEFORE-IMAGE.

      *----------------------
      *Customer master key maintenance - "C" moves a family to a new
      *key, "M" merges one family's record into another's.  The
      *master is opened the first time one of these comes along; if
      *it cannot be, every customer transaction in the run is
      *rejected and the reference files carry on.
       2500-CUSTOMER-TXN.

           MOVE SPACES TO C-BEFORE-IMAGE.
           STRING MX-CM-OLD-LNAME     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  MX-CM-OLD-FNAME     DELIMITED BY SIZE
               INTO C-BEFORE-IMAGE.

           IF SW-CM-TRIED = "NO"
               MOVE "YES" TO SW-CM-TRIED
               OPEN I-O CUST-MASTER
               IF CM-FILE-STATUS = "00"
                   MOVE "YES" TO SW-CM-OPEN
               ELSE
                   DISPLAY "CBLNB07 - CUSTOMER MASTER CBLPOPCM.DAT
      -                " COULD NOT BE OPENED - STATUS "
                       CM-FILE-STATUS
               END-IF
           END-IF.

           MOVE MX-CM-OLD-KEY TO CM-OLD-KEY.

           IF MX-CM-NEW-KEY = SPACES
               MOVE MX-CM-OLD-KEY TO CM-NEW-KEY
           ELSE
               MOVE MX-CM-NEW-KEY TO CM-NEW-KEY
           END-IF.

           IF SW-CM-OPEN = "NO"
               PERFORM 2900-REJECT-TXN
               MOVE "CUSTOMER MASTER NOT AVAILABLE" TO C-REJECT-MSG
           ELSE
               IF CM-OLD-LNAME = SPACES
                   OR CM-OLD-FNAME = SPACES
                   OR CM-OLD-ADDRESS = SPACES
                   PERFORM 2900-REJECT-TXN
                   MOVE "OLD KEY MUST BE KEYED IN FULL"
                       TO C-REJECT-MSG
               ELSE
                   IF CM-NEW-LNAME = SPACES
                       OR CM-NEW-FNAME = SPACES
                       OR CM-NEW-ADDRESS = SPACES
                       PERFORM 2900-REJECT-TXN
                       MOVE "NEW KEY MUST BE KEYED IN FULL"
                           TO C-REJECT-MSG
                   ELSE
                       IF MX-IS-CHANGE
                           PERFORM 2510-CUSTOMER-MOVE
                       ELSE
                           IF MX-IS-MERGE
                               PERFORM 2530-CUSTOMER-MERGE
                           ELSE
                               PERFORM 2900-REJECT-TXN
                               MOVE "UNKNOWN ACTION CODE"
                                   TO C-REJECT-MSG
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF SW-CM-IMAGES = "YES"
               MOVE CM-BEFORE-ROW(1) TO C-BEFORE-IMAGE
               MOVE CM-AFTER-ROW(1) TO C-AFTER-IMAGE
           END-IF.

      *----------------------
      *A move takes the family's record to its new key - the
      *buckets, paid-to-date and history go with it - and picks up a
      *new city, state or ZIP where one is keyed.  The state has to
      *be one of the six the weekly run prices, and a ZIP has to be
      *all digits, the same as on an order.  A move onto a key that
      *is already on file is a merge, not a move.
       2510-CUSTOMER-MOVE.

           IF CM-NEW-KEY = CM-OLD-KEY
               AND MX-CM-CITY = SPACES
               AND MX-CM-STATE = SPACES
               AND MX-CM-ZIP = SPACES
               PERFORM 2900-REJECT-TXN
               MOVE "NOTHING TO CHANGE" TO C-REJECT-MSG
           ELSE
               IF MX-CM-STATE NOT = SPACES
                   AND NOT VAL-MX-CM-STATE
                   PERFORM 2900-REJECT-TXN
                   MOVE "STATE MUST BE IA, IL, MI, MO, NE OR WI"
                       TO C-REJECT-MSG
               ELSE
                   IF MX-CM-ZIP NOT = SPACES
                       AND (MX-CM-ZIP-1 NOT NUMERIC
                           OR MX-CM-ZIP-2 NOT NUMERIC)
                       PERFORM 2900-REJECT-TXN
                       MOVE "ZIP MUST BE ALL DIGITS" TO C-REJECT-MSG
                   ELSE
                       PERFORM 2515-FIND-MOVE
                   END-IF
               END-IF
           END-IF.

      *----------------------

       2515-FIND-MOVE.

           MOVE CM-OLD-KEY TO CMF-CUST-KEY.
           PERFORM 9620-READ-CUST-KEYED.

           IF SW-CM-FOUND = "NO"
               PERFORM 2900-REJECT-TXN
               MOVE "FAMILY NOT ON CUSTOMER MASTER" TO C-REJECT-MSG
           ELSE
               PERFORM 2570-CM-IMAGE
               MOVE CM-IMG-ROWS TO CM-BEFORE-ROWS
               MOVE CM-IMG-ROW(1) TO C-BEFORE-IMAGE
               MOVE CMF-REC TO CM-MOVE-HOLD
               IF CM-NEW-KEY = CM-OLD-KEY
                   PERFORM 2520-MOVE-DETAILS
                   REWRITE CMF-REC
                       INVALID KEY
                           PERFORM 2900-REJECT-TXN
                           MOVE "CUSTOMER MASTER REWRITE FAILED"
                               TO C-REJECT-MSG
                       NOT INVALID KEY
                           PERFORM 2570-CM-IMAGE
                           MOVE CM-IMG-ROWS TO CM-AFTER-ROWS
                           MOVE "YES" TO SW-CM-IMAGES
                   END-REWRITE
               ELSE
                   PERFORM 2525-MOVE-TO-NEW-KEY
               END-IF
           END-IF.

      *----------------------
      *The new record goes on before the old one comes off, so a
      *failed write leaves the family where it was.
       2525-MOVE-TO-NEW-KEY.

           MOVE CM-NEW-KEY TO CMF-CUST-KEY.
           PERFORM 9620-READ-CUST-KEYED.

           IF SW-CM-FOUND = "YES"
               PERFORM 2900-REJECT-TXN
               MOVE "NEW KEY ALREADY ON FILE - USE MERGE"
                   TO C-REJECT-MSG
           ELSE
               MOVE CM-MOVE-HOLD TO CMF-REC
               MOVE CM-NEW-KEY TO CMF-CUST-KEY
               PERFORM 2520-MOVE-DETAILS
               WRITE CMF-REC
                   INVALID KEY
                       PERFORM 2900-REJECT-TXN
                       MOVE "CUSTOMER MASTER WRITE FAILED"
                           TO C-REJECT-MSG
                   NOT INVALID KEY
                       PERFORM 2570-CM-IMAGE
                       MOVE CM-IMG-ROWS TO CM-AFTER-ROWS
                       MOVE "YES" TO SW-CM-IMAGES
                       PERFORM 2560-RETIRE-OLD-KEY
               END-WRITE
           END-IF.

      *----------------------

       2520-MOVE-DETAILS.

           IF MX-CM-CITY NOT = SPACES
               MOVE MX-CM-CITY TO CMF-CITY
           END-IF.

           IF MX-CM-STATE NOT = SPACES
               MOVE MX-CM-STATE TO CMF-STATE
           END-IF.

           IF MX-CM-ZIP NOT = SPACES
               MOVE MX-CM-ZIP TO CMF-ZIP
           END-IF.

      *----------------------
      *A merge folds the family at the old key into the surviving
      *family at the new key - both seasons' cases and dollars,
      *paid-to-date, and the later of the two last-order dates - and
      *removes the old record.  The survivor keeps its own address,
      *city, state and team; a city, state or ZIP keyed on a merge
      *is ignored.
       2530-CUSTOMER-MERGE.

           IF CM-NEW-KEY = CM-OLD-KEY
               PERFORM 2900-REJECT-TXN
               MOVE "MERGE NEEDS TWO DIFFERENT KEYS"
                   TO C-REJECT-MSG
           ELSE
               MOVE CM-OLD-KEY TO CMF-CUST-KEY
               PERFORM 9620-READ-CUST-KEYED
               IF SW-CM-FOUND = "NO"
                   PERFORM 2900-REJECT-TXN
                   MOVE "FAMILY NOT ON CUSTOMER MASTER"
                       TO C-REJECT-MSG
               ELSE
                   PERFORM 2570-CM-IMAGE
                   MOVE CM-IMG-ROWS TO CM-BEFORE-ROWS
                   MOVE CM-IMG-ROW(1) TO C-BEFORE-IMAGE
                   MOVE CMF-STD-CASES TO C-ABS-STD-CASES
                   MOVE CMF-STD-DOLLARS TO C-ABS-STD-DOLLARS
                   MOVE CMF-PY-CASES TO C-ABS-PY-CASES
                   MOVE CMF-PY-DOLLARS TO C-ABS-PY-DOLLARS
                   MOVE CMF-PAID-DOLLARS TO C-ABS-PAID
                   MOVE CMF-LAST-ORD-DATE TO C-ABS-LAST-ORD
                   PERFORM 2535-FOLD-INTO-SURVIVOR
               END-IF
           END-IF.

      *----------------------

       2535-FOLD-INTO-SURVIVOR.

           MOVE CM-NEW-KEY TO CMF-CUST-KEY.
           PERFORM 9620-READ-CUST-KEYED.

           IF SW-CM-FOUND = "NO"
               PERFORM 2900-REJECT-TXN
               MOVE "SURVIVOR NOT ON FILE - USE CHANGE"
                   TO C-REJECT-MSG
           ELSE
               PERFORM 2570-CM-IMAGE
               MOVE CM-IMG-ROWS TO CM-SURV-ROWS
               MOVE CMF-REC TO CM-SURV-HOLD
               ADD C-ABS-STD-CASES TO CMF-STD-CASES
               ADD C-ABS-STD-DOLLARS TO CMF-STD-DOLLARS
               ADD C-ABS-PY-CASES TO CMF-PY-CASES
               ADD C-ABS-PY-DOLLARS TO CMF-PY-DOLLARS
               ADD C-ABS-PAID TO CMF-PAID-DOLLARS
               IF C-ABS-LAST-ORD > CMF-LAST-ORD-DATE
                   MOVE C-ABS-LAST-ORD TO CMF-LAST-ORD-DATE
               END-IF
               REWRITE CMF-REC
                   INVALID KEY
                       PERFORM 2900-REJECT-TXN
                       MOVE "CUSTOMER MASTER REWRITE FAILED"
                           TO C-REJECT-MSG
                   NOT INVALID KEY
                       PERFORM 2570-CM-IMAGE
                       MOVE CM-IMG-ROWS TO CM-AFTER-ROWS
                       MOVE "YES" TO SW-CM-IMAGES
                       PERFORM 2560-RETIRE-OLD-KEY
               END-REWRITE
           END-IF.

      *----------------------
      *The old key comes off the master, goes on the cross-reference
      *so the weekly run can still match payments keyed to it, and
      *any backorder still owed under it follows the family.  If the
      *old record will not come off, the family would be on the
      *master twice - the new key's record is put back the way it
      *was, nothing goes on the cross-reference, and the transaction
      *is rejected.
       2560-RETIRE-OLD-KEY.

           MOVE CMF-CITY TO CM-NEW-CITY.
           MOVE CM-OLD-KEY TO CMF-CUST-KEY.

           DELETE CUST-MASTER RECORD
               INVALID KEY
                   DISPLAY "CBLNB07 - OLD CUSTOMER KEY COULD NOT BE
      -                " DELETED - " CM-OLD-KEY
                   PERFORM 2900-REJECT-TXN
                   MOVE "OLD KEY COULD NOT BE DELETED"
                       TO C-REJECT-MSG
                   MOVE "NO" TO SW-CM-IMAGES
                   MOVE 8 TO RETURN-CODE
                   PERFORM 2565-PUT-BACK-NEW-KEY
               NOT INVALID KEY
                   PERFORM 2580-LOG-XREF
                   PERFORM 2590-REPOINT-BACKORDER
                       VARYING BO-IDX FROM 1 BY 1
                         UNTIL BO-IDX > BO-CTR
           END-DELETE.

      *----------------------
      *A merge's survivor gets back the record it had before the old
      *family was folded in; a move's new record comes off again.
       2565-PUT-BACK-NEW-KEY.

           IF MX-IS-MERGE
               MOVE CM-SURV-HOLD TO CMF-REC
               REWRITE CMF-REC
                   INVALID KEY
                       DISPLAY "CBLNB07 - SURVIVOR COULD NOT BE PUT
      -                    " BACK - " CM-NEW-KEY
               END-REWRITE
           ELSE
               MOVE CM-NEW-KEY TO CMF-CUST-KEY
               DELETE CUST-MASTER RECORD
                   INVALID KEY
                       DISPLAY "CBLNB07 - NEW CUSTOMER KEY COULD NOT BE
      -                    " REMOVED - " CM-NEW-KEY
               END-DELETE
           END-IF.

      *----------------------
      *Seven rows of the customer record at CMF-REC, each fitting
      *one audit image column.
       2570-CM-IMAGE.

           MOVE SPACES TO CM-IMG-ROWS.

           STRING CMF-LNAME           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CMF-FNAME           DELIMITED BY SIZE
               INTO CM-IMG-ROW(1).

           STRING CMF-ADDRESS         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CMF-CITY            DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CMF-STATE           DELIMITED BY SIZE
               INTO CM-IMG-ROW(2).

           STRING "ZIP "              DELIMITED BY SIZE
                  CMF-ZIP-1           DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  CMF-ZIP-2           DELIMITED BY SIZE
                  " TEAM "            DELIMITED BY SIZE
                  CMF-TEAM            DELIMITED BY SIZE
               INTO CM-IMG-ROW(3).

           MOVE CMF-STD-CASES TO C-IMG-CASES.
           MOVE CMF-STD-DOLLARS TO C-IMG-DOLLARS.
           STRING "STD  "             DELIMITED BY SIZE
                  C-IMG-CASES         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  C-IMG-DOLLARS       DELIMITED BY SIZE
               INTO CM-IMG-ROW(4).

           MOVE CMF-PY-CASES TO C-IMG-CASES.
           MOVE CMF-PY-DOLLARS TO C-IMG-DOLLARS.
           STRING "PY   "             DELIMITED BY SIZE
                  C-IMG-CASES         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  C-IMG-DOLLARS       DELIMITED BY SIZE
               INTO CM-IMG-ROW(5).

           MOVE CMF-PAID-DOLLARS TO C-IMG-DOLLARS.
           STRING "PAID          "    DELIMITED BY SIZE
                  C-IMG-DOLLARS       DELIMITED BY SIZE
               INTO CM-IMG-ROW(6).

           MOVE CMF-LAST-ORD-DATE TO C-IMG-DATE.
           STRING "LAST ORDER "       DELIMITED BY SIZE
                  C-IMG-DATE          DELIMITED BY SIZE
               INTO CM-IMG-ROW(7).

      *----------------------
      *Append the retired key to the cross-reference.  EXTEND
      *creates the file the first time a key is ever retired.
       2580-LOG-XREF.

           IF SW-KX-OPEN = "NO"
               OPEN EXTEND KEY-XREF
               IF KX-FILE-STATUS NOT = "00"
                   OPEN OUTPUT KEY-XREF
               END-IF
               MOVE "YES" TO SW-KX-OPEN
           END-IF.

           MOVE SPACES TO KX-REC.
           MOVE CM-OLD-KEY TO KX-OLD-KEY.
           MOVE CM-NEW-KEY TO KX-NEW-KEY.
           MOVE MX-ACTION TO KX-TYPE.
           MOVE I-DATE-NUM TO KX-DATE.
           MOVE MX-USER TO KX-USER.
           WRITE KX-REC.

      *----------------------
      *A backorder still open or released under the old key is
      *re-keyed to the family's new key and city, so the cases ship
      *to where the family lives now.
       2590-REPOINT-BACKORDER.

           IF BOT-LNAME(BO-IDX) = CM-OLD-LNAME
               AND BOT-FNAME(BO-IDX) = CM-OLD-FNAME
               AND BOT-ADDRESS(BO-IDX) = CM-OLD-ADDRESS
               AND (BOT-OPEN-CASES(BO-IDX) > 0
                   OR BOT-REL-CASES(BO-IDX) > 0)
               MOVE CM-NEW-LNAME TO BOT-LNAME(BO-IDX)
               MOVE CM-NEW-FNAME TO BOT-FNAME(BO-IDX)
               MOVE CM-NEW-ADDRESS TO BOT-ADDRESS(BO-IDX)
               MOVE CM-NEW-CITY TO BOT-CITY(BO-IDX)
               ADD 1 TO C-BO-MOVED
               MOVE "YES" TO SW-BO-CHANGED
           END-IF.

      *----------------------

       2900-REJECT-TXN.
                       IF MX-IS-RECEIPT
                           MOVE "RECEIPT" TO O-MX-ACTION
                       ELSE
                           IF MX-IS-MERGE
                               MOVE "MERGE" TO O-MX-ACTION
                           ELSE
                               MOVE "?" TO O-MX-ACTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   INTO O-MX-STATUS
           ELSE
               ADD 1 TO C-APPLIED-CTR
               IF C-BO-REL-CASES > 0
                   MOVE C-BO-REL-CASES TO C-BO-REL-ED
                   MOVE SPACES TO O-MX-STATUS
                   STRING "APPLIED - "   DELIMITED BY SIZE
                          C-BO-REL-ED    DELIMITED BY SIZE
                          " CASES TO BACKORDERS"
                                         DELIMITED BY SIZE
                       INTO O-MX-STATUS
               ELSE
                   IF C-BO-MOVED > 0
                       MOVE C-BO-MOVED TO C-BO-MOVED-ED
                       MOVE SPACES TO O-MX-STATUS
                       STRING "APPLIED - "   DELIMITED BY SIZE
                              C-BO-MOVED-ED  DELIMITED BY SIZE
                              " BACKORDERS RE-KEYED"
                                             DELIMITED BY SIZE
                           INTO O-MX-STATUS
                   ELSE
                       MOVE "APPLIED" TO O-MX-STATUS
                   END-IF
               END-IF
           END-IF.

           WRITE PRTLINE
                       AT EOP
                           PERFORM 9100-HDG.

           IF SW-CM-IMAGES = "YES"
               PERFORM 2960-CM-IMAGE-LINES
           END-IF.

      *----------------------
      *The rest of an applied customer transaction's images, one row
      *to a line under the audit line - and for a merge, the
      *surviving record as it stood before the old one was folded in.
       2960-CM-IMAGE-LINES.

           MOVE SPACES TO O-MX-FILE.
           MOVE SPACES TO O-MX-ACTION.
           MOVE SPACES TO O-MX-USER.
           MOVE SPACES TO O-MX-STATUS.

           PERFORM VARYING X FROM 2 BY 1
             UNTIL X > 7
               MOVE CM-BEFORE-ROW(X) TO O-MX-BEFORE
               MOVE CM-AFTER-ROW(X) TO O-MX-AFTER
               WRITE PRTLINE
                   FROM AUDIT-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HDG
           END-PERFORM.

           IF MX-IS-MERGE
               MOVE SPACES TO O-MX-AFTER
               PERFORM VARYING X FROM 1 BY 1
                 UNTIL X > 7
                   MOVE CM-SURV-ROW(X) TO O-MX-BEFORE
                   IF X = 1
                       MOVE "(SURVIVOR BEFORE THE MERGE)"
                           TO O-MX-STATUS
                       WRITE PRTLINE
                           FROM AUDIT-DETAIL-LINE
                               AFTER ADVANCING 2 LINES
                                   AT EOP
                                       PERFORM 9100-HDG
                   ELSE
                       MOVE SPACES TO O-MX-STATUS
                       WRITE PRTLINE
                           FROM AUDIT-DETAIL-LINE
                               AFTER ADVANCING 1 LINE
                                   AT EOP
                                       PERFORM 9100-HDG
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------
      *Write back only the files this run actually changed, print
      *the counts, and close up.
               PERFORM 3400-WRITE-INVENTORY
           END-IF.

           IF SW-SB-CHANGED = "YES"
               PERFORM 3450-WRITE-STOCK-BASE
           END-IF.

           IF SW-BO-CHANGED = "YES"
               PERFORM 3500-WRITE-BACKORDERS
           END-IF.

           MOVE C-TXN-CTR TO O-TXN-CTR.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
               FROM AUDIT-SUMMARY-LINE
                   AFTER ADVANCING 3 LINES.

           IF SW-RV-OPEN = "YES"
               CLOSE RECEIPT-LOG
           END-IF.

           IF SW-CM-OPEN = "YES"
               CLOSE CUST-MASTER
           END-IF.

           IF SW-KX-OPEN = "YES"
               CLOSE KEY-XREF
           END-IF.

           CLOSE MAINT-TRANS.
           CLOSE AUDIT-PRT.


           CLOSE INVENTORY-FILE.

      *----------------------

       3450-WRITE-STOCK-BASE.

           OPEN OUTPUT STOCK-BASE.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > CAT-CNT
               MOVE SPACES TO SB-REC
               MOVE X TO SB-CODE
               MOVE SB-BASE-QTY(X) TO SB-QTY
               MOVE SB-BASE-DATE(X) TO SB-DATE
               WRITE SB-REC.

           CLOSE STOCK-BASE.

      *----------------------

       3500-WRITE-BACKORDERS.

           OPEN OUTPUT BACKORDER-FILE.

           PERFORM VARYING BO-IDX FROM 1 BY 1
             UNTIL BO-IDX > BO-CTR
               WRITE BO-REC FROM BO-ENTRY(BO-IDX).

           CLOSE BACKORDER-FILE.

      *----------------------
      *Read one maintenance transaction
       9000-READ-TRANS.
               AT END
                   MOVE "NO" TO MORE-TRANS.

      *----------------------
      *Random read of the customer master by the key in CMF-CUST-KEY
       9620-READ-CUST-KEYED.

           READ CUST-MASTER
               INVALID KEY
                   MOVE "NO" TO SW-CM-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO SW-CM-FOUND
           END-READ.

      *----------------------
      *Read one product catalog record
       9800-READ-CAT.
               AT END
                   MOVE "NO" TO MORE-RATES.

      *----------------------
      *Read one backorder record
       9840-READ-BO.

           READ BACKORDER-FILE
               AT END
                   MOVE "NO" TO MORE-BOS.

      *----------------------
      *Read one inventory record
       9850-READ-INV.
               AT END
                   MOVE "NO" TO MORE-INVS.

      *----------------------
      *Read one stock base record
       9860-READ-SB.

           READ STOCK-BASE
               AT END
                   MOVE "NO" TO MORE-SBS.

      *----------------------
      *Report headings
       9100-HDG.
